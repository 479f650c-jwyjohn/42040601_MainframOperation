       IDENTIFICATION DIVISION.
      ****************************************************************
      *    IDENTIFICATION DIVISION                                   *
      *    MULTI-PERIOD WORD FREQUENCY TREND REPORT                  *
      *    AUTHOR      JIANGWENYUAN                                  *
      *    STUDNET ID  1951510                                       *
      *    HLQ         ST006                                         *
      ****************************************************************
       PROGRAM-ID.    WRDTRND.
       AUTHOR.        JWY.
      *
      *    REPORTS HOW WORD USAGE MOVES ACROSS WEEKS OR MONTHS, FROM
      *    THE WORD HISTORY FILE (WORDHIST) STRLAB APPENDS TO WHEN
      *    HISTORY Y IS ON PARMCTL. ONE SETTING PER TRNDCTL CARD,
      *    KEYWORD IN COLUMNS 1-8, ARGUMENT FROM COLUMN 11:
      *       RANGE    YYYYMMDD YYYYMMDD
      *                         - FIRST AND LAST RUN DATE REPORTED
      *                           (REQUIRED)
      *       PERIOD   WEEK|MONTH
      *                         - BUCKET SIZE (DEFAULT MONTH). WEEKS
      *                           RUN SEVEN DAYS FROM THE RANGE START
      *       CHANGE   NNN      - PERCENT CHANGE THAT MAKES A TERM
      *                           EMERGING OR FADING (DEFAULT 50)
      *       MINTOTAL NNNNNN   - TERMS USED FEWER TIMES THAN THIS IN
      *                           THE WHOLE RANGE ARE LEFT OFF
      *                           (DEFAULT 5)
      *    THE RANGE MUST COVER 2 TO 12 PERIODS. THE EARLIER HALF OF
      *    THE PERIODS IS COMPARED WITH THE LATER HALF (THE MIDDLE
      *    PERIOD OF AN ODD COUNT IS SHOWN BUT NOT COMPARED):
      *       EMERGING - LATER HALF UP BY CHANGE PERCENT OR MORE, OR
      *                  THE TERM IS NEW IN THE LATER HALF
      *       FADING   - LATER HALF DOWN BY THE SAME RATIO (CHANGE 50
      *                  MEANS UP 50 PERCENT OR DOWN TO 2/3)
      *       STEADY   - EVERYTHING ELSE
      *    PRTTRND CARRIES ONE SECTION PER CLASS, EACH TERM WITH ITS
      *    COUNT IN EVERY PERIOD SIDE BY SIDE. WORDS ARE COMPARED
      *    UPPER-CASED SO RUNS WITH AND WITHOUT CASEINS AGREE.
      *    CONDITION CODES:
      *       0  - REPORT PRODUCED
      *       4  - REPORT PRODUCED, BUT A CARD WAS IGNORED OR SOME
      *            HISTORY RECORDS CARRIED NO USABLE DATE
      *       8  - NO HISTORY FELL IN THE RANGE - EMPTY REPORT
      *      12  - MISSING OR UNUSABLE SETTING - NO REPORT
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRND-CTL  ASSIGN TO TRNDCTL.
           SELECT OPTIONAL WORD-HIST ASSIGN TO WORDHIST.
           SELECT TRND-WORK ASSIGN TO TRNDWORK.
           SELECT PRT-TRND  ASSIGN TO PRTTRND.
           SELECT TRND-SORT ASSIGN TO SORTWK1.
           SELECT TWRK-SORT ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
       FD  TRND-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 TRND-REC.
          05 TC-CMD         PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TC-ARG         PIC X(70) VALUE SPACES.

      *    RECORD LAYOUT MUST STAY IN STEP WITH THE WORD-HIST FD IN
      *    STRLAB - STRLAB WRITES THE HISTORY, THIS PROGRAM READS IT.
       FD  WORD-HIST RECORD CONTAINS 110 CHARACTERS RECORDING MODE F.
       01 HIS-REC.
          05 HIS-DATE       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 HIS-MEMBER     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 HIS-COUNT      PIC 9(6)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 HIS-WORD       PIC X(80) VALUE SPACES.
          05 FILLER         PIC X(5)  VALUE SPACES.

      *    ONE CLASSIFIED TERM PER RECORD, WRITTEN BY THE COUNTING
      *    PASS AND RE-SORTED BY CLASS AND STRENGTH OF TREND TO
      *    DRIVE THE REPORT.
       FD  TRND-WORK RECORD CONTAINS 203 CHARACTERS RECORDING MODE F.
       01 TW-REC.
          05 TW-CLASS       PIC 9(1)  VALUE ZEROS.
          05 TW-ORDER       PIC 9(9)  VALUE ZEROS.
          05 TW-WORD        PIC X(80) VALUE SPACES.
          05 TW-TOTAL       PIC 9(7)  VALUE ZEROS.
          05 TW-EARLY       PIC 9(7)  VALUE ZEROS.
          05 TW-LATE        PIC 9(7)  VALUE ZEROS.
          05 TW-PCT         PIC S9(7) VALUE ZEROS.
          05 TW-NEW         PIC X(1)  VALUE SPACES.
          05 TW-PCNT        PIC 9(7)  OCCURS 12 TIMES VALUE ZEROS.

       FD  PRT-TRND RECORD CONTAINS 132 CHARACTERS RECORDING MODE F.
       01 PRT-TRND-REC      PIC X(132) VALUE SPACES.

       SD  TRND-SORT RECORD CONTAINS 88 CHARACTERS.
       01 TS-REC.
          05 TS-WORD        PIC X(80).
          05 TS-PERIOD      PIC 9(2).
          05 TS-COUNT       PIC 9(6).

       SD  TWRK-SORT RECORD CONTAINS 203 CHARACTERS.
       01 T2-REC.
          05 T2-CLASS       PIC 9(1).
          05 T2-ORDER       PIC 9(9).
          05 T2-WORD        PIC X(80).
          05 T2-TOTAL       PIC 9(7).
          05 T2-EARLY       PIC 9(7).
          05 T2-LATE        PIC 9(7).
          05 T2-PCT         PIC S9(7).
          05 T2-NEW         PIC X(1).
          05 T2-PCNT        PIC 9(7)  OCCURS 12 TIMES.

       WORKING-STORAGE SECTION.

       01 TRND-SWITCHES.
          05 CTL-EOF-SW     PIC X(1)  VALUE 'N'.
             88 CTL-EOF               VALUE 'Y'.
          05 HIS-EOF-SW     PIC X(1)  VALUE 'N'.
             88 HIS-EOF               VALUE 'Y'.
          05 SORT-EOF-SW    PIC X(1)  VALUE 'N'.
             88 SORT-EOF              VALUE 'Y'.
          05 WORD-PEND-SW   PIC X(1)  VALUE 'N'.
             88 WORD-PENDING          VALUE 'Y'.
          05 SET-BAD-SW     PIC X(1)  VALUE 'N'.
             88 SETTING-BAD           VALUE 'Y'.
          05 PERIOD-SW      PIC X(1)  VALUE 'M'.
             88 PERIOD-WEEK           VALUE 'W'.
             88 PERIOD-MONTH          VALUE 'M'.

      *    SETTINGS FROM TRNDCTL, WITH THE DEFAULTS NAMED IN THE
      *    HEADER ABOVE.
       01 TRND-SETTINGS.
          05 FROM-DATE      PIC 9(8)  VALUE ZEROS.
          05 TO-DATE        PIC 9(8)  VALUE ZEROS.
          05 CHANGE-PCT     PIC 9(3)  VALUE 50.
          05 MIN-TOTAL      PIC 9(7)  VALUE 5.

       01 TRND-COUNTERS.
          05 HIST-READ      PIC 9(9)  VALUE ZEROS.
          05 HIST-USED      PIC 9(9)  VALUE ZEROS.
          05 HIST-OUTSIDE   PIC 9(9)  VALUE ZEROS.
          05 HIST-UNDATED   PIC 9(9)  VALUE ZEROS.
          05 WORDS-SEEN     PIC 9(7)  VALUE ZEROS.
          05 WORDS-BELOW    PIC 9(7)  VALUE ZEROS.
          05 SECT-COUNT     PIC 9(7)  VALUE ZEROS.

       01 TRND-VARIABLES.
          05 PERIOD-N       PIC 9(5)  VALUE ZEROS.
          05 HALF-N         PIC 9(2)  VALUE ZEROS.
          05 LATE-FROM      PIC 9(2)  VALUE ZEROS.
          05 PX             PIC 9(2)  VALUE ZEROS.
          05 CLASS-IX       PIC 9(1)  VALUE ZEROS.
          05 FROM-INT       PIC 9(7)  VALUE ZEROS.
          05 FROM-MONTHS    PIC 9(6)  VALUE ZEROS.
          05 REC-DATE       PIC 9(8)  VALUE ZEROS.
          05 REC-PERIOD     PIC 9(5)  VALUE ZEROS.
          05 LABEL-DATE     PIC 9(8)  VALUE ZEROS.
          05 LABEL-MONTHS   PIC 9(6)  VALUE ZEROS.
          05 LABEL-YEAR     PIC 9(4)  VALUE ZEROS.
          05 LABEL-MONTH    PIC 9(2)  VALUE ZEROS.
          05 SPLIT-DATE     PIC 9(8)  VALUE ZEROS.
          05 SPLIT-PARTS REDEFINES SPLIT-DATE.
             10 SPLIT-YEAR  PIC 9(4).
             10 SPLIT-MONTH PIC 9(2).
             10 SPLIT-DAY   PIC 9(2).
          05 CUR-WORD       PIC X(80) VALUE SPACES.
          05 CUR-TOTAL      PIC 9(7)  VALUE ZEROS.
          05 CUR-EARLY      PIC 9(7)  VALUE ZEROS.
          05 CUR-LATE       PIC 9(7)  VALUE ZEROS.
          05 CUR-PCT        PIC S9(7) VALUE ZEROS.
          05 CUR-PCNT       PIC 9(7)  OCCURS 12 TIMES VALUE ZEROS.
          05 PER-LABEL      PIC X(6)  OCCURS 12 TIMES VALUE SPACES.
          05 RUN-STAMP      PIC X(14) VALUE SPACES.
          05 RUN-RC         PIC 9(2)  VALUE ZEROS.
          05 RC-CAND        PIC 9(2)  VALUE ZEROS.

       01 CLASS-TEXT-VALUES.
          05 FILLER PIC X(8) VALUE "EMERGING".
          05 FILLER PIC X(8) VALUE "FADING".
          05 FILLER PIC X(8) VALUE "STEADY".
       01 CLASS-TABLE REDEFINES CLASS-TEXT-VALUES.
          05 CLASS-TEXT     PIC X(8)  OCCURS 3 TIMES.

      *    ONE TERM: UP TO 12 PERIOD COLUMNS, THE RANGE TOTAL AND
      *    THE LATER-HALF CHANGE ("NEW" WHEN THE TERM DID NOT APPEAR
      *    IN THE EARLIER HALF).
       01 TREND-DETAIL-LINE.
          05 TDL-WORD       PIC X(30) VALUE SPACES.
          05 TDL-PERIODS.
             10 TDL-PER-ENT OCCURS 12 TIMES.
                15 FILLER   PIC X(1)  VALUE SPACES.
                15 TDL-PER  PIC Z(5)9.
          05 TDL-HEADS REDEFINES TDL-PERIODS.
             10 TDL-HEAD-ENT OCCURS 12 TIMES.
                15 FILLER   PIC X(1).
                15 TDL-HEAD PIC X(6).
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 TDL-TOTAL      PIC Z(6)9.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 TDL-CHANGE.
             10 TDL-PCT     PIC +(6)9.
             10 TDL-PCTSIGN PIC X(1)  VALUE SPACES.
          05 TDL-CHANGE-TEXT REDEFINES TDL-CHANGE PIC X(8).

       01 TREND-TOTAL-LINE.
          05 TTL-TEXT       PIC X(40) VALUE SPACES.
          05 TTL-COUNT      PIC Z(8)9.
          05 FILLER         PIC X(83) VALUE SPACES.

      ****************************************************************
      *    PROCEDURE DIVISION                                        *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
           OPEN OUTPUT PRT-TRND.
           PERFORM A000-LOADCTL.
           IF SETTING-BAD
              MOVE SPACES TO PRT-TRND-REC
              MOVE "* NO USABLE TREND SETTINGS - NO REPORT"
                TO PRT-TRND-REC
              WRITE PRT-TRND-REC
              CLOSE PRT-TRND
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM A000-PERLABELS.
           PERFORM A000-RPTHEAD.
           SORT TRND-SORT
                ASCENDING KEY TS-WORD TS-PERIOD
                INPUT PROCEDURE A000-HISTIN
                OUTPUT PROCEDURE A000-HISTOUT.
           SORT TWRK-SORT
                ASCENDING KEY T2-CLASS T2-ORDER T2-WORD
                USING TRND-WORK
                OUTPUT PROCEDURE A000-PRINT.
           PERFORM A000-RPTFOOT.
           CLOSE PRT-TRND.
           IF HIST-USED = 0
              DISPLAY "NO WORD HISTORY FELL IN THE RANGE "
                      FROM-DATE " - " TO-DATE
              MOVE 8 TO RC-CAND
              PERFORM A000-RAISE-RC
           END-IF.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.

      *
      *    READS THE SETTINGS DECK, THEN WORKS OUT HOW MANY PERIODS
      *    THE RANGE COVERS. CARDS STARTING WITH "*" ARE COMMENTS.
       A000-LOADCTL.
           OPEN INPUT TRND-CTL.
           READ TRND-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   PERFORM A000-ONECARD
                   READ TRND-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE TRND-CTL.
           IF FROM-DATE = ZEROS
              IF NOT SETTING-BAD
                 DISPLAY "NO RANGE CARD ON TRNDCTL - NO REPORT"
              END-IF
              SET SETTING-BAD TO TRUE
           END-IF.
           IF NOT SETTING-BAD
              COMPUTE FROM-INT = FUNCTION INTEGER-OF-DATE(FROM-DATE)
              MOVE FROM-DATE TO SPLIT-DATE
              COMPUTE FROM-MONTHS = SPLIT-YEAR * 12 + SPLIT-MONTH
              MOVE TO-DATE TO REC-DATE
              PERFORM A000-PERIODOF
              MOVE REC-PERIOD TO PERIOD-N
              IF PERIOD-N < 2 OR PERIOD-N > 12
                 DISPLAY "RANGE COVERS " PERIOD-N " PERIODS - IT "
                         "MUST COVER 2 TO 12 - NO REPORT"
                 SET SETTING-BAD TO TRUE
              ELSE
                 COMPUTE HALF-N = PERIOD-N / 2
                 COMPUTE LATE-FROM = PERIOD-N - HALF-N + 1
              END-IF
           END-IF.

      *
       A000-ONECARD.
           EVALUATE TC-CMD
              WHEN "RANGE"
                 IF TC-ARG(1:8) IS NUMERIC AND TC-ARG(10:8) IS NUMERIC
                    MOVE TC-ARG(1:8)  TO FROM-DATE
                    MOVE TC-ARG(10:8) TO TO-DATE
                 ELSE
                    MOVE ZEROS TO FROM-DATE
                    MOVE ZEROS TO TO-DATE
                 END-IF
                 IF FUNCTION TEST-DATE-YYYYMMDD(FROM-DATE) NOT = 0
                    OR FUNCTION TEST-DATE-YYYYMMDD(TO-DATE) NOT = 0
                    OR FROM-DATE > TO-DATE
                    DISPLAY "RANGE NOT TWO YYYYMMDD DATES IN ORDER: "
                            TC-ARG(1:17)
                    SET SETTING-BAD TO TRUE
                 END-IF
              WHEN "PERIOD"
                 EVALUATE TC-ARG(1:6)
                    WHEN "WEEK  "
                       MOVE 'W' TO PERIOD-SW
                    WHEN "MONTH "
                       MOVE 'M' TO PERIOD-SW
                    WHEN OTHER
                       DISPLAY "PERIOD NOT WEEK OR MONTH: "
                               TC-ARG(1:10)
                       SET SETTING-BAD TO TRUE
                 END-EVALUATE
              WHEN "CHANGE"
                 IF FUNCTION TRIM(TC-ARG) IS NUMERIC
                    AND FUNCTION LENGTH(FUNCTION TRIM(TC-ARG)) < 4
                    AND FUNCTION NUMVAL(FUNCTION TRIM(TC-ARG)) > 0
                    COMPUTE CHANGE-PCT =
                       FUNCTION NUMVAL(FUNCTION TRIM(TC-ARG))
                 ELSE
                    DISPLAY "CHANGE NOT A PERCENT FROM 1 TO 999: "
                            TC-ARG(1:10)
                    SET SETTING-BAD TO TRUE
                 END-IF
              WHEN "MINTOTAL"
                 IF FUNCTION TRIM(TC-ARG) IS NUMERIC
                    AND FUNCTION LENGTH(FUNCTION TRIM(TC-ARG)) < 8
                    COMPUTE MIN-TOTAL =
                       FUNCTION NUMVAL(FUNCTION TRIM(TC-ARG))
                 ELSE
                    DISPLAY "MINTOTAL NOT A NUMBER: " TC-ARG(1:10)
                    SET SETTING-BAD TO TRUE
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 IF TC-CMD(1:1) NOT = "*"
                    DISPLAY "UNKNOWN WRDTRND CARD IGNORED: " TC-CMD
                    MOVE 4 TO RC-CAND
                    PERFORM A000-RAISE-RC
                 END-IF
           END-EVALUATE.

      *
      *    PERIOD NUMBER (1 = THE PERIOD HOLDING FROM-DATE) OF THE
      *    DATE IN REC-DATE. WEEKS COUNT ON THE INTEGER-DATE SCALE,
      *    MONTHS ON A YEAR*12+MONTH SCALE, SO NEITHER NEEDS ANY
      *    MONTH-LENGTH OR YEAR-END SPECIAL CASE.
       A000-PERIODOF.
           IF PERIOD-WEEK
              COMPUTE REC-PERIOD =
                 (FUNCTION INTEGER-OF-DATE(REC-DATE) - FROM-INT) / 7
                 + 1
           ELSE
              MOVE REC-DATE TO SPLIT-DATE
              COMPUTE REC-PERIOD = SPLIT-YEAR * 12 + SPLIT-MONTH
                                 - FROM-MONTHS + 1
           END-IF.

      *
      *    COLUMN HEADINGS: YYYYMM FOR A MONTH, MM/DD OF THE FIRST
      *    DAY FOR A WEEK.
       A000-PERLABELS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PERIOD-N
                   IF PERIOD-WEEK
                      COMPUTE LABEL-DATE = FUNCTION DATE-OF-INTEGER(
                         FROM-INT + (PX - 1) * 7)
                      MOVE SPACES TO PER-LABEL(PX)
                      STRING " " DELIMITED BY SIZE
                             LABEL-DATE(5:2) DELIMITED BY SIZE
                             "/" DELIMITED BY SIZE
                             LABEL-DATE(7:2) DELIMITED BY SIZE
                         INTO PER-LABEL(PX)
                      END-STRING
                   ELSE
                      COMPUTE LABEL-MONTHS = FROM-MONTHS + PX - 2
                      COMPUTE LABEL-YEAR = LABEL-MONTHS / 12
                      COMPUTE LABEL-MONTH =
                         FUNCTION MOD(LABEL-MONTHS 12) + 1
                      MOVE SPACES TO PER-LABEL(PX)
                      STRING LABEL-YEAR  DELIMITED BY SIZE
                             LABEL-MONTH DELIMITED BY SIZE
                         INTO PER-LABEL(PX)
                      END-STRING
                   END-IF
           END-PERFORM.

      *
       A000-RPTHEAD.
           MOVE SPACES TO PRT-TRND-REC.
           STRING "* WORD TREND RUN " DELIMITED BY SIZE
                  RUN-STAMP(1:8)      DELIMITED BY SIZE
                  " - RANGE "         DELIMITED BY SIZE
                  FROM-DATE           DELIMITED BY SIZE
                  " TO "              DELIMITED BY SIZE
                  TO-DATE             DELIMITED BY SIZE
              INTO PRT-TRND-REC
           END-STRING.
           WRITE PRT-TRND-REC.
           MOVE SPACES TO PRT-TRND-REC.
           IF PERIOD-WEEK
              MOVE "* PERIOD WEEK" TO PRT-TRND-REC(1:13)
           ELSE
              MOVE "* PERIOD MONTH" TO PRT-TRND-REC(1:14)
           END-IF.
           STRING "CHANGE "  DELIMITED BY SIZE
                  CHANGE-PCT DELIMITED BY SIZE
                  "%  MINTOTAL " DELIMITED BY SIZE
                  MIN-TOTAL  DELIMITED BY SIZE
              INTO PRT-TRND-REC(17:40)
           END-STRING.
           WRITE PRT-TRND-REC.
           MOVE SPACES TO PRT-TRND-REC.
           STRING "* PERIODS 1-" DELIMITED BY SIZE
                  HALF-N         DELIMITED BY SIZE
                  " COMPARED WITH " DELIMITED BY SIZE
                  LATE-FROM      DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  PERIOD-N(4:2)  DELIMITED BY SIZE
              INTO PRT-TRND-REC
           END-STRING.
           WRITE PRT-TRND-REC.

      *
      *    FEEDS THE WORD SORT: EVERY HISTORY RECORD DATED INSIDE
      *    THE RANGE, UPPER-CASED AND TAGGED WITH ITS PERIOD.
       A000-HISTIN.
           OPEN INPUT WORD-HIST.
           PERFORM A000-HISREAD.
           PERFORM UNTIL HIS-EOF
                   IF HIS-DATE IS NUMERIC
                      MOVE HIS-DATE TO REC-DATE
                   ELSE
                      MOVE ZEROS TO REC-DATE
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(REC-DATE) NOT = 0
                      ADD 1 TO HIST-UNDATED
                   ELSE
                      IF REC-DATE < FROM-DATE OR REC-DATE > TO-DATE
                         ADD 1 TO HIST-OUTSIDE
                      ELSE
                         ADD 1 TO HIST-USED
                         PERFORM A000-PERIODOF
                         MOVE FUNCTION UPPER-CASE(HIS-WORD) TO TS-WORD
                         MOVE REC-PERIOD TO TS-PERIOD
                         MOVE HIS-COUNT  TO TS-COUNT
                         RELEASE TS-REC
                      END-IF
                   END-IF
                   PERFORM A000-HISREAD
           END-PERFORM.
           CLOSE WORD-HIST.
           IF HIST-UNDATED > 0
              DISPLAY "WARNING: " HIST-UNDATED " WORDHIST RECORDS "
                      "WITHOUT A VALID DATE WERE SKIPPED"
              MOVE 4 TO RC-CAND
              PERFORM A000-RAISE-RC
           END-IF.

      *
       A000-HISREAD.
           READ WORD-HIST
           AT END
              SET HIS-EOF TO TRUE
           END-READ.
           IF NOT HIS-EOF
              ADD 1 TO HIST-READ
           END-IF.

      *
      *    COUNTING PASS ON THE WORD-SORTED STREAM: EACH WORD'S
      *    PERIOD COUNTS ARE SUMMED ACROSS MEMBERS AND RUNS, THEN
      *    THE WORD IS CLASSIFIED AND WRITTEN FOR THE REPORT SORT.
       A000-HISTOUT.
           OPEN OUTPUT TRND-WORK.
           MOVE 'N' TO SORT-EOF-SW.
           MOVE 'N' TO WORD-PEND-SW.
           PERFORM A000-TSRET.
           PERFORM UNTIL SORT-EOF
                   IF WORD-PENDING AND TS-WORD NOT = CUR-WORD
                      PERFORM A000-WORDBREAK
                   END-IF
                   IF NOT WORD-PENDING
                      SET WORD-PENDING TO TRUE
                      MOVE TS-WORD TO CUR-WORD
                      MOVE ZEROS TO CUR-TOTAL
                      PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 12
                              MOVE ZEROS TO CUR-PCNT(PX)
                      END-PERFORM
                   END-IF
                   ADD TS-COUNT TO CUR-PCNT(TS-PERIOD)
                   ADD TS-COUNT TO CUR-TOTAL
                   PERFORM A000-TSRET
           END-PERFORM.
           IF WORD-PENDING
              PERFORM A000-WORDBREAK
           END-IF.
           CLOSE TRND-WORK.

      *
       A000-TSRET.
           RETURN TRND-SORT
           AT END
              SET SORT-EOF TO TRUE
           END-RETURN.

      *
      *    CLASSIFIES ONE WORD. THE RATIO TEST IS SYMMETRIC: UP BY
      *    CHANGE PERCENT IS EMERGING, DOWN BY THE SAME RATIO
      *    (LATE * (100 + CHANGE) <= EARLY * 100) IS FADING. TW-ORDER
      *    PUTS THE STRONGEST MOVEMENT FIRST IN EACH SECTION - NEW
      *    TERMS BY LATER-HALF VOLUME, THEN THE BIGGEST RISES; THE
      *    STEEPEST FALLS; THE BUSIEST STEADY TERMS.
       A000-WORDBREAK.
           ADD 1 TO WORDS-SEEN.
           MOVE 'N' TO WORD-PEND-SW.
           IF CUR-TOTAL < MIN-TOTAL
              ADD 1 TO WORDS-BELOW
           ELSE
              MOVE ZEROS TO CUR-EARLY
              MOVE ZEROS TO CUR-LATE
              PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > HALF-N
                      ADD CUR-PCNT(PX) TO CUR-EARLY
              END-PERFORM
              PERFORM VARYING PX FROM LATE-FROM BY 1
                        UNTIL PX > PERIOD-N
                      ADD CUR-PCNT(PX) TO CUR-LATE
              END-PERFORM
              MOVE SPACES TO TW-REC
              MOVE CUR-WORD  TO TW-WORD
              MOVE CUR-TOTAL TO TW-TOTAL
              MOVE CUR-EARLY TO TW-EARLY
              MOVE CUR-LATE  TO TW-LATE
              MOVE 'N' TO TW-NEW
              MOVE ZEROS TO CUR-PCT
              IF CUR-EARLY > 0
                 COMPUTE CUR-PCT =
                    ((CUR-LATE - CUR-EARLY) * 100) / CUR-EARLY
              END-IF
              MOVE CUR-PCT TO TW-PCT
              EVALUATE TRUE
                 WHEN CUR-EARLY = 0 AND CUR-LATE > 0
                    MOVE 1 TO TW-CLASS
                    MOVE 'Y' TO TW-NEW
                    COMPUTE TW-ORDER = 99999999 - CUR-LATE
                 WHEN CUR-EARLY > 0 AND
                      CUR-LATE * 100 NOT < CUR-EARLY
                                           * (100 + CHANGE-PCT)
                    MOVE 1 TO TW-CLASS
                    COMPUTE TW-ORDER = 199999999 - CUR-PCT
                 WHEN CUR-EARLY > 0 AND
                      CUR-LATE * (100 + CHANGE-PCT)
                      NOT > CUR-EARLY * 100
                    MOVE 2 TO TW-CLASS
                    COMPUTE TW-ORDER = CUR-PCT + 100
                 WHEN OTHER
                    MOVE 3 TO TW-CLASS
                    COMPUTE TW-ORDER = 9999999 - CUR-TOTAL
              END-EVALUATE
              PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 12
                      MOVE CUR-PCNT(PX) TO TW-PCNT(PX)
              END-PERFORM
              WRITE TW-REC
           END-IF.

      *
      *    ONE SECTION PER CLASS, PRINTED EVEN WHEN EMPTY SO THE
      *    READER CAN SEE NOTHING QUALIFIED.
       A000-PRINT.
           MOVE 'N' TO SORT-EOF-SW.
           PERFORM A000-T2RET.
           PERFORM VARYING CLASS-IX FROM 1 BY 1 UNTIL CLASS-IX > 3
                   PERFORM A000-SECTHEAD
                   MOVE ZEROS TO SECT-COUNT
                   PERFORM UNTIL SORT-EOF OR T2-CLASS NOT = CLASS-IX
                           PERFORM A000-DETAIL
                           ADD 1 TO SECT-COUNT
                           PERFORM A000-T2RET
                   END-PERFORM
                   MOVE SPACES TO TREND-TOTAL-LINE
                   STRING "* " DELIMITED BY SIZE
                          CLASS-TEXT(CLASS-IX) DELIMITED BY SPACE
                          " TERMS" DELIMITED BY SIZE
                      INTO TTL-TEXT
                   END-STRING
                   MOVE SECT-COUNT TO TTL-COUNT
                   MOVE TREND-TOTAL-LINE TO PRT-TRND-REC
                   WRITE PRT-TRND-REC
           END-PERFORM.

      *
       A000-T2RET.
           RETURN TWRK-SORT
           AT END
              SET SORT-EOF TO TRUE
           END-RETURN.

      *
       A000-SECTHEAD.
           MOVE SPACES TO PRT-TRND-REC.
           WRITE PRT-TRND-REC.
           MOVE SPACES TO PRT-TRND-REC.
           STRING "* " DELIMITED BY SIZE
                  CLASS-TEXT(CLASS-IX) DELIMITED BY SPACE
              INTO PRT-TRND-REC
           END-STRING.
           WRITE PRT-TRND-REC.
           MOVE SPACES TO TREND-DETAIL-LINE.
           MOVE "WORD" TO TDL-WORD.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PERIOD-N
                   MOVE PER-LABEL(PX) TO TDL-HEAD(PX)
           END-PERFORM.
           MOVE TREND-DETAIL-LINE TO PRT-TRND-REC.
           MOVE "  TOTAL  CHANGE" TO PRT-TRND-REC(116:15).
           WRITE PRT-TRND-REC.

      *
       A000-DETAIL.
           MOVE SPACES TO TREND-DETAIL-LINE.
           MOVE T2-WORD TO TDL-WORD.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PERIOD-N
                   MOVE T2-PCNT(PX) TO TDL-PER(PX)
           END-PERFORM.
           MOVE T2-TOTAL TO TDL-TOTAL.
           IF T2-NEW = 'Y'
              MOVE "     NEW" TO TDL-CHANGE-TEXT
           ELSE
              MOVE T2-PCT TO TDL-PCT
              MOVE "%"    TO TDL-PCTSIGN
           END-IF.
           MOVE TREND-DETAIL-LINE TO PRT-TRND-REC.
           WRITE PRT-TRND-REC.

      *
      *    CONTROL COUNTS: EVERY HISTORY RECORD READ IS EITHER USED,
      *    OUTSIDE THE RANGE OR UNDATED; EVERY DISTINCT TERM IS
      *    EITHER IN A SECTION OR BELOW MINTOTAL.
       A000-RPTFOOT.
           MOVE SPACES TO PRT-TRND-REC.
           WRITE PRT-TRND-REC.
           MOVE "* HISTORY RECORDS READ" TO TTL-TEXT.
           MOVE HIST-READ TO TTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* HISTORY RECORDS IN RANGE" TO TTL-TEXT.
           MOVE HIST-USED TO TTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* HISTORY RECORDS OUTSIDE RANGE" TO TTL-TEXT.
           MOVE HIST-OUTSIDE TO TTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* HISTORY RECORDS WITHOUT VALID DATE" TO TTL-TEXT.
           MOVE HIST-UNDATED TO TTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* DISTINCT TERMS IN RANGE" TO TTL-TEXT.
           MOVE WORDS-SEEN TO TTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* TERMS BELOW MINTOTAL" TO TTL-TEXT.
           MOVE WORDS-BELOW TO TTL-COUNT.
           PERFORM A000-TOTLINE.

      *
       A000-TOTLINE.
           MOVE TREND-TOTAL-LINE TO PRT-TRND-REC.
           WRITE PRT-TRND-REC.
           MOVE SPACES TO TREND-TOTAL-LINE.

      *
       A000-RAISE-RC.
           IF RC-CAND > RUN-RC
              MOVE RC-CAND TO RUN-RC
           END-IF.

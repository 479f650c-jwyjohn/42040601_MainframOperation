      *                          RECORDS REJECTED, CONDITION CODE
      *       WARNSUM          - DECODES THE WARNING FLAGS AND
      *                          COUNTS HOW OFTEN EACH CLASS FIRED
      *       EXPOSURE         - RUNS THAT HAD THE SENSITIVE-DATA
      *                          SCAN ON, WITH THE MATCHES MASKED
      *       SCOPE   ALL|LIVE - WHICH RUNS THE COMMANDS AFTER IT
      *                          SEE: LIVE (THE DEFAULT) READS
      *                          AUDITLOG ONLY, ALL READS THE
      *                          LOGARCH ARCHIVE (AUDARCH) FIRST
      *                          AND THEN AUDITLOG, SO HISTORY
      *                          MOVED OUT BY RETENTION STILL COUNTS
      *    EVERY COMMAND REPORTS ITS RECORD COUNTS ON PRTAUD. EACH
      *    COMMAND TAKES ITS OWN SEQUENTIAL PASS OF THE LOG, SO THE
      *    CARDS MAY BE STACKED IN ANY ORDER.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG ASSIGN DYNAMIC LOG-NAME.
           SELECT AUDR-CTL  ASSIGN TO AUDRCTL.
           SELECT PRT-AUD   ASSIGN TO PRTAUD.

          05 AUD-DUPMODE    PIC X(4)  VALUE SPACES.
          05 AUD-WARN-TAGM  PIC X(1)  VALUE SPACES.
          05 AUD-WARN-DUPSKIP PIC X(1) VALUE SPACES.
          05 AUD-SPELL      PIC X(1)  VALUE SPACES.
          05 AUD-WARN-LEX   PIC X(1)  VALUE SPACES.
          05 AUD-HISTORY    PIC X(1)  VALUE SPACES.
          05 AUD-RESUME-FROM PIC 9(3) VALUE ZEROS.
          05 AUD-SCAN       PIC X(1)  VALUE SPACES.
          05 AUD-SCAN-HITS  PIC 9(5)  VALUE ZEROS.

       FD  AUDR-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 AUDR-REC.
             88 MEMB-HIT              VALUE 'Y'.
          05 ARG-OK-SW      PIC X(1)  VALUE 'Y'.
             88 ARG-OK                VALUE 'Y'.
          05 SCOPE-SW       PIC X(1)  VALUE 'L'.
             88 SCOPE-ALL             VALUE 'A'.
          05 LOG-ARCH-SW    PIC X(1)  VALUE 'N'.
             88 LOG-IN-ARCH           VALUE 'Y'.

       01 AUDR-COUNTERS.
          05 RUNS-READ      PIC 9(6)  VALUE ZEROS.
          05 RUNS-LISTED    PIC 9(6)  VALUE ZEROS.
          05 RUNS-EXPOSED   PIC 9(6)  VALUE ZEROS.
          05 HITS-TOTAL     PIC 9(8)  VALUE ZEROS.

       01 AUDR-VARIABLES.
          05 FROM-DATE      PIC 9(8)  VALUE ZEROS.
          05 MEMB-TOKEN     PIC X(80) VALUE SPACES.
          05 MEMB-PTR       PIC 9(3)  VALUE 1.
          05 WARN-IX        PIC 99    VALUE ZEROS.
      *    AUDIT-LOG IS OPENED UNDER THIS NAME - "AUDARCH" WHILE AN
      *    ALL-SCOPE PASS IS IN THE ARCHIVE, "AUDITLOG" OTHERWISE.
       01 LOG-NAME          PIC X(80) VALUE "AUDITLOG".

      *    ONE READABLE TEXT PER WARNING CLASS, IN THE SAME ORDER
      *    STRLAB'S A000-AUDIT SETS THE FLAGS: ENTRIES 1-17 DECODE
      *    THE AUD-WARNINGS STRING POSITIONS, 18-20 THE DISCRETE
      *    AUD-WARN-TAGM / AUD-WARN-DUPSKIP / AUD-WARN-LEX BYTES, 21
      *    AN AUD-HISTORY OF "S", 22 A NONZERO AUD-SCAN-HITS. THE
      *    TABLE MUST STAY IN STEP WITH THAT PARAGRAPH.
       01 WARN-TEXT-VALUES.
          05 FILLER PIC X(30) VALUE "CONC TABLE FULL".
          05 FILLER PIC X(30) VALUE "DICT WRITE/REWRITE FAILED".
          05 FILLER PIC X(30) VALUE "TAG MASTER TABLE FULL".
          05 FILLER PIC X(30) VALUE "DICT SKIPPED - DUPLICATE RUN".
          05 FILLER PIC X(30) VALUE "SPELLING LEXICON PROBLEM".
          05 FILLER PIC X(30) VALUE "HISTORY SKIPPED ON RESTART".
          05 FILLER PIC X(30) VALUE "SENSITIVE DATA MASKED".
       01 WARN-TABLE REDEFINES WARN-TEXT-VALUES.
          05 WARN-ENTRY     OCCURS 22 TIMES.
             10 WARN-TEXT   PIC X(30).

       01 WARN-COUNTS.
          05 WARN-CNT       PIC 9(6)  OCCURS 22 TIMES VALUE ZEROS.

       01 RUN-DETAIL-LINE.
          05 RDT-DATE       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 RDT-RC         PIC Z9    VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
      *    POSITIONS 1-17 ARE THE AUD-WARNINGS STRING, 18-20 THE
      *    DISCRETE TAG-MASTER / DUPLICATE-RUN / LEXICON FLAG BYTES,
      *    21 THE HISTORY-SKIPPED-ON-RESTART FLAG, 22 SENSITIVE DATA
      *    FOUND AND MASKED.
          05 RDT-WARNINGS   PIC X(22) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 RDT-WIDE       PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 RDT-HYPHEN     PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 RDT-DUPMODE    PIC X(4)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 RDT-SPELL      PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 RDT-HISTORY    PIC X(1)  VALUE SPACES.
      *    MEMBCTL POSITION A RESUMED MEMBER LIST PICKED UP AT -
      *    BLANK FOR AN UNINTERRUPTED RUN.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 RDT-RESUME     PIC ZZZ   VALUE ZEROS.
          05 FILLER         PIC X(4)  VALUE SPACES.

       01 TREND-DETAIL-LINE.
          05 TDT-DATE       PIC X(8)  VALUE SPACES.
          05 TDT-HYPHEN     PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(91) VALUE SPACES.

      *    SCAN IS THE RUN'S AUD-SCAN BYTE - Y, OR E WHEN THE SCANCTL
      *    DECK HAD AN UNUSABLE CARD OR MORE PATTERNS THAN STRLAB
      *    HOLDS. THE MATCH COUNT IS CAPPED AT 99999 ON THE TRAIL.
       01 EXPOSURE-DETAIL-LINE.
          05 EDT-DATE       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 EDT-TIME       PIC X(6)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 EDT-MEMBERS    PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 EDT-SCAN       PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 EDT-HITS       PIC Z(5)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 EDT-RC         PIC Z9    VALUE ZEROS.
          05 FILLER         PIC X(61) VALUE SPACES.

       01 WARN-DETAIL-LINE.
          05 WDT-TEXT       PIC X(30) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
                 PERFORM A000-TREND
              WHEN "WARNSUM"
                 PERFORM A000-WARNSUM
              WHEN "EXPOSURE"
                 PERFORM A000-EXPOSURE
              WHEN "SCOPE"
                 PERFORM A000-SCOPE
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
           END-EVALUATE.

      *
       A000-SCOPE.
           MOVE SPACES TO PRT-AUD-REC.
           EVALUATE AR-ARG(1:4)
              WHEN "ALL "
                 MOVE 'A' TO SCOPE-SW
                 MOVE "* SCOPE ALL - ARCHIVED RUNS (AUDARCH) THEN THE"
                   TO PRT-AUD-REC
                 MOVE "LIVE TRAIL (AUDITLOG)" TO PRT-AUD-REC(48:21)
                 WRITE PRT-AUD-REC
              WHEN "LIVE"
                 MOVE 'L' TO SCOPE-SW
                 MOVE "* SCOPE LIVE - LIVE TRAIL (AUDITLOG) ONLY"
                   TO PRT-AUD-REC
                 WRITE PRT-AUD-REC
              WHEN OTHER
                 DISPLAY "SCOPE NOT ALL OR LIVE, COMMAND IGNORED: "
                         AR-ARG(1:10)
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *
      *    AN ALL-SCOPE PASS READS THE ARCHIVE FIRST - LOGARCH ONLY
      *    EVER MOVES THE OLDEST RUNS THERE, SO ARCHIVE-THEN-LIVE
      *    KEEPS THE RUNS IN THE ORDER THEY WERE WRITTEN. A MISSING
      *    ARCHIVE (RETENTION NEVER RUN) READS AS EMPTY.
       A000-LOGTOP.
           MOVE 'N' TO LOG-EOF-SW.
           MOVE ZEROS TO RUNS-READ.
           IF SCOPE-ALL
              MOVE "AUDARCH" TO LOG-NAME
              SET LOG-IN-ARCH TO TRUE
           ELSE
              MOVE "AUDITLOG" TO LOG-NAME
              MOVE 'N' TO LOG-ARCH-SW
           END-IF.
           OPEN INPUT AUDIT-LOG.
           PERFORM A000-LOGNEXT.

           AT END
              SET LOG-EOF TO TRUE
           END-READ.
           IF LOG-EOF AND LOG-IN-ARCH
              CLOSE AUDIT-LOG
              MOVE 'N' TO LOG-ARCH-SW
              MOVE "AUDITLOG" TO LOG-NAME
              MOVE 'N' TO LOG-EOF-SW
              OPEN INPUT AUDIT-LOG
              READ AUDIT-LOG
              AT END
                 SET LOG-EOF TO TRUE
              END-READ
           END-IF.
           IF NOT LOG-EOF
              ADD 1 TO RUNS-READ
           END-IF.

      *
       A000-LOGEND.
           CLOSE AUDIT-LOG.

      *
      *    RUN LISTING, OPTIONALLY LIMITED TO A DATE RANGE. ONE
      *    DATE MEANS "FROM THAT DATE ON"; A NONNUMERIC DATE GETS
                      END-IF
                      PERFORM A000-LOGNEXT
              END-PERFORM
              PERFORM A000-LOGEND
              PERFORM A000-RUNFOOT
           END-IF.

                      END-IF
                      PERFORM A000-LOGNEXT
              END-PERFORM
              PERFORM A000-LOGEND
              PERFORM A000-RUNFOOT
           END-IF.

           MOVE RUN-DETAIL-LINE TO PRT-AUD-REC.
           MOVE "   READ   WORDS  REJECT  RC  WARNINGS"
             TO PRT-AUD-REC(60:38).
           MOVE "W H DUPR S T RSM" TO PRT-AUD-REC(112:16).
           WRITE PRT-AUD-REC.

      *
           MOVE AUD-WARNINGS      TO RDT-WARNINGS(1:17).
           MOVE AUD-WARN-TAGM     TO RDT-WARNINGS(18:1).
           MOVE AUD-WARN-DUPSKIP  TO RDT-WARNINGS(19:1).
           MOVE AUD-WARN-LEX      TO RDT-WARNINGS(20:1).
           IF AUD-HISTORY = "S"
              MOVE "Y"            TO RDT-WARNINGS(21:1)
           ELSE
              IF AUD-HISTORY NOT = SPACE
                 MOVE "N"         TO RDT-WARNINGS(21:1)
              END-IF
           END-IF.
           IF AUD-SCAN NOT = SPACE AND AUD-SCAN-HITS IS NUMERIC
              IF AUD-SCAN-HITS > 0
                 MOVE "Y"         TO RDT-WARNINGS(22:1)
              ELSE
                 MOVE "N"         TO RDT-WARNINGS(22:1)
              END-IF
           END-IF.
           MOVE AUD-WIDE          TO RDT-WIDE.
           MOVE AUD-HYPHEN        TO RDT-HYPHEN.
           MOVE AUD-DUPMODE       TO RDT-DUPMODE.
           MOVE AUD-SPELL         TO RDT-SPELL.
           MOVE AUD-HISTORY       TO RDT-HISTORY.
      *    RECORDS WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES.
           IF AUD-RESUME-FROM IS NUMERIC
              MOVE AUD-RESUME-FROM TO RDT-RESUME
           END-IF.
           MOVE SPACES TO PRT-AUD-REC.
           MOVE RUN-DETAIL-LINE TO PRT-AUD-REC.
           WRITE PRT-AUD-REC.
                   MOVE SPACES TO PRT-AUD-REC
                   MOVE TREND-DETAIL-LINE TO PRT-AUD-REC
                   WRITE PRT-AUD-REC
                   PERFORM A000-LOGNEXT
           END-PERFORM.
           PERFORM A000-LOGEND.
           MOVE SPACES TO WARN-DETAIL-LINE.
           MOVE "* TREND RUNS LISTED" TO WDT-TEXT.
           MOVE RUNS-READ            TO WDT-COUNT.
      *    STRLAB) IS SIMPLY NOT DECODED - THE RAW FLAGS ARE STILL
      *    ON THE RUN LISTING FOR THAT CASE.
       A000-WARNSUM.
           PERFORM VARYING WARN-IX FROM 1 BY 1 UNTIL WARN-IX > 22
                   MOVE ZEROS TO WARN-CNT(WARN-IX)
           END-PERFORM.
           PERFORM A000-LOGTOP.
                   IF AUD-WARN-DUPSKIP = "Y"
                      ADD 1 TO WARN-CNT(19)
                   END-IF
                   IF AUD-WARN-LEX = "Y"
                      ADD 1 TO WARN-CNT(20)
                   END-IF
                   IF AUD-HISTORY = "S"
                      ADD 1 TO WARN-CNT(21)
                   END-IF
                   IF AUD-SCAN NOT = SPACE AND AUD-SCAN-HITS IS NUMERIC
                      AND AUD-SCAN-HITS > 0
                      ADD 1 TO WARN-CNT(22)
                   END-IF
                   PERFORM A000-LOGNEXT
           END-PERFORM.
           PERFORM A000-LOGEND.
           MOVE SPACES TO PRT-AUD-REC.
           MOVE "* WARNSUM" TO PRT-AUD-REC(1:9).
           WRITE PRT-AUD-REC.
           PERFORM VARYING WARN-IX FROM 1 BY 1 UNTIL WARN-IX > 22
                   MOVE SPACES TO WARN-DETAIL-LINE
                   MOVE WARN-TEXT(WARN-IX) TO WDT-TEXT
                   MOVE WARN-CNT(WARN-IX)  TO WDT-COUNT
           MOVE SPACES TO PRT-AUD-REC.
           MOVE WARN-DETAIL-LINE TO PRT-AUD-REC.
           WRITE PRT-AUD-REC.

      *
      *    COMPLIANCE VIEW OF THE SENSITIVE-DATA SCAN: ONE LINE PER
      *    RUN THAT HAD SCAN SWITCHED ON, WITH THE MATCHES IT MASKED.
      *    RUNS WITHOUT THE SCAN (AND RECORDS WRITTEN BEFORE THE SCAN
      *    FIELDS EXISTED, WHICH CARRY SPACES) ARE NOT LISTED - THEIR
      *    INPUT WAS NEVER LOOKED AT, SO THEY ARE COUNTED SEPARATELY
      *    IN THE FOOTING RATHER THAN SHOWN AS CLEAN.
       A000-EXPOSURE.
           MOVE ZEROS TO RUNS-LISTED.
           MOVE ZEROS TO RUNS-EXPOSED.
           MOVE ZEROS TO HITS-TOTAL.
           MOVE SPACES TO PRT-AUD-REC.
           MOVE "* EXPOSURE" TO PRT-AUD-REC(1:10).
           WRITE PRT-AUD-REC.
           MOVE SPACES TO EXPOSURE-DETAIL-LINE.
           MOVE "DATE"    TO EDT-DATE.
           MOVE "TIME"    TO EDT-TIME.
           MOVE "MEMBERS" TO EDT-MEMBERS.
           MOVE SPACES TO PRT-AUD-REC.
           MOVE EXPOSURE-DETAIL-LINE TO PRT-AUD-REC.
           MOVE "S  MATCH  RC" TO PRT-AUD-REC(60:12).
           WRITE PRT-AUD-REC.
           PERFORM A000-LOGTOP.
           PERFORM UNTIL LOG-EOF
                   IF AUD-SCAN = "Y" OR AUD-SCAN = "E"
                      ADD 1 TO RUNS-LISTED
                      PERFORM A000-EXPLINE
                   END-IF
                   PERFORM A000-LOGNEXT
           END-PERFORM.
           PERFORM A000-LOGEND.
           MOVE SPACES TO WARN-DETAIL-LINE.
           MOVE "* EXPOSURE RUNS SCANNED" TO WDT-TEXT.
           MOVE RUNS-LISTED               TO WDT-COUNT.
           MOVE SPACES TO PRT-AUD-REC.
           MOVE WARN-DETAIL-LINE TO PRT-AUD-REC.
           WRITE PRT-AUD-REC.
           MOVE "* EXPOSURE RUNS WITH MATCHES" TO WDT-TEXT.
           MOVE RUNS-EXPOSED                    TO WDT-COUNT.
           MOVE WARN-DETAIL-LINE TO PRT-AUD-REC.
           WRITE PRT-AUD-REC.
           MOVE "* EXPOSURE MATCHES MASKED" TO WDT-TEXT.
           MOVE HITS-TOTAL                   TO WDT-COUNT.
           MOVE WARN-DETAIL-LINE TO PRT-AUD-REC.
           WRITE PRT-AUD-REC.
           MOVE "* EXPOSURE RUNS NOT SCANNED" TO WDT-TEXT.
           SUBTRACT RUNS-LISTED FROM RUNS-READ GIVING WDT-COUNT.
           MOVE WARN-DETAIL-LINE TO PRT-AUD-REC.
           WRITE PRT-AUD-REC.

      *
       A000-EXPLINE.
           MOVE SPACES TO EXPOSURE-DETAIL-LINE.
           MOVE AUD-DATE          TO EDT-DATE.
           MOVE AUD-TIME          TO EDT-TIME.
           MOVE AUD-MEMBERS(1:40) TO EDT-MEMBERS.
           MOVE AUD-SCAN          TO EDT-SCAN.
           MOVE AUD-RC            TO EDT-RC.
           IF AUD-SCAN-HITS IS NUMERIC
              MOVE AUD-SCAN-HITS  TO EDT-HITS
              ADD AUD-SCAN-HITS   TO HITS-TOTAL
              IF AUD-SCAN-HITS > 0
                 ADD 1 TO RUNS-EXPOSED
              END-IF
           END-IF.
           MOVE SPACES TO PRT-AUD-REC.
           MOVE EXPOSURE-DETAIL-LINE TO PRT-AUD-REC.
           WRITE PRT-AUD-REC.

       IDENTIFICATION DIVISION.
      ****************************************************************
      *    IDENTIFICATION DIVISION                                   *
      *    RETENTION AND ARCHIVING FOR AUDITLOG AND RUNREG           *
      *    AUTHOR      JIANGWENYUAN                                  *
      *    STUDNET ID  1951510                                       *
      *    HLQ         ST006                                         *
      ****************************************************************
       PROGRAM-ID.    LOGARCH.
       AUTHOR.        JWY.
      *
      *    HOUSEKEEPING FOR THE TWO FILES STRLAB ONLY EVER APPENDS
      *    TO - THE RUN-AUDIT TRAIL (AUDITLOG) AND THE RUN REGISTRY
      *    (RUNREG). EACH LIVE FILE IS FIRST SPLIT INTO TWO WORK
      *    FILES - THE RECORDS DATED BEFORE THE RETENTION CUTOFF TO
      *    AUDAWRK/REGAWRK AND THE REST TO AUDWORK/REGWORK. ONLY
      *    WHEN THE SPLIT IS PROVED TO BALANCE ARE THE OLD RECORDS
      *    APPENDED TO THE MATCHING ARCHIVE (AUDARCH, REGARCH - SAME
      *    LAYOUT AS THE LIVE FILE), AND ONLY WHEN THAT APPEND IS
      *    COMPLETE IS THE LIVE FILE REWRITTEN WITH THE RETAINED
      *    RECORDS, SO AUDRPT AND THE STRLAB DUPLICATE-RUN SCAN READ
      *    LESS EVERY DAY.
      *    ONE RETENTION CARD ON ARCHCTL, KEYWORD IN COLUMNS 1-8,
      *    ARGUMENT FROM COLUMN 11:
      *       KEEPDAYS NNNNN   - KEEP THE LAST NNNNN DAYS (TODAY
      *                          MINUS NNNNN IS THE CUTOFF)
      *       KEEPFROM YYYYMMDD - KEEP EVERYTHING DATED ON OR AFTER
      *                          THE GIVEN DATE
      *    THE CUTOFF MAY NOT BE LATER THAN TODAY - TODAY'S RUNREG
      *    RECORDS ARE WHAT THE DUPLICATE-RUN GUARD CHECKS AGAINST.
      *    A RECORD WITH NO USABLE DATE IS ALWAYS RETAINED. THE
      *    CONTROL REPORT (PRTARCH) PROVES, PER FILE AND PER
      *    CALENDAR MONTH, THAT RECORDS IN = RETAINED + ARCHIVED.
      *    CONDITION CODES:
      *       0  - ARCHIVED (OR NOTHING OLD ENOUGH TO ARCHIVE)
      *       4  - DONE, BUT A CARD WAS IGNORED OR THE MONTH TABLE
      *            FILLED (LATER MONTHS ARE LUMPED AS "OTHER")
      *       8  - OUT OF BALANCE, OR A LIVE, WORK OR ARCHIVE FILE
      *            COULD NOT BE READ OR WRITTEN - PRTARCH SAYS HOW
      *            FAR THE FILE GOT (SPLIT, ARCHIVE APPEND OR LIVE
      *            FILE REWRITE) AND WHAT NEEDS PUTTING RIGHT
      *      12  - NO USABLE RETENTION CARD - NOTHING WAS MOVED
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-CTL  ASSIGN TO ARCHCTL.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITLOG
                  FILE STATUS LIVE-STATUS.
           SELECT OPTIONAL AUD-ARCH  ASSIGN TO AUDARCH
                  FILE STATUS ARCH-STATUS.
           SELECT AUD-WORK  ASSIGN TO AUDWORK
                  FILE STATUS WORK-STATUS.
           SELECT AUD-AWORK ASSIGN TO AUDAWRK
                  FILE STATUS AWORK-STATUS.
           SELECT OPTIONAL RUN-REG   ASSIGN TO RUNREG
                  FILE STATUS LIVE-STATUS.
           SELECT OPTIONAL REG-ARCH  ASSIGN TO REGARCH
                  FILE STATUS ARCH-STATUS.
           SELECT REG-WORK  ASSIGN TO REGWORK
                  FILE STATUS WORK-STATUS.
           SELECT REG-AWORK ASSIGN TO REGAWRK
                  FILE STATUS AWORK-STATUS.
           SELECT PRT-ARCH  ASSIGN TO PRTARCH.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 ARCH-REC.
          05 AC-CMD         PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 AC-ARG         PIC X(70) VALUE SPACES.

      *    ONLY THE RUN DATE IS LOOKED AT - THE REST OF EACH RECORD
      *    IS COPIED THROUGH UNTOUCHED. THE LENGTHS AND DATE
      *    POSITIONS MUST STAY IN STEP WITH THE AUDIT-LOG AND
      *    RUN-REG FDS IN STRLAB.
       FD  AUDIT-LOG RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
       01 AUD-REC.
          05 AUD-DATE       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(192) VALUE SPACES.

       FD  AUD-ARCH RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
       01 AUD-ARCH-REC      PIC X(200) VALUE SPACES.

       FD  AUD-WORK RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
       01 AUD-WORK-REC      PIC X(200) VALUE SPACES.

       FD  AUD-AWORK RECORD CONTAINS 200 CHARACTERS RECORDING MODE F.
       01 AUD-AWORK-REC     PIC X(200) VALUE SPACES.

       FD  RUN-REG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-REC.
          05 REG-MEMBER     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 REG-DATE       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(62) VALUE SPACES.

       FD  REG-ARCH RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-ARCH-REC      PIC X(80) VALUE SPACES.

       FD  REG-WORK RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-WORK-REC      PIC X(80) VALUE SPACES.

       FD  REG-AWORK RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REG-AWORK-REC     PIC X(80) VALUE SPACES.

       FD  PRT-ARCH RECORD CONTAINS 132 CHARACTERS RECORDING MODE F.
       01 PRT-ARCH-REC      PIC X(132) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01 ARCH-SWITCHES.
          05 CTL-EOF-SW     PIC X(1)  VALUE 'N'.
             88 CTL-EOF               VALUE 'Y'.
          05 LOG-EOF-SW     PIC X(1)  VALUE 'N'.
             88 LOG-EOF               VALUE 'Y'.
          05 CUTOFF-OK-SW   PIC X(1)  VALUE 'N'.
             88 CUTOFF-OK             VALUE 'Y'.
          05 CARD-BAD-SW    PIC X(1)  VALUE 'N'.
             88 CARD-BAD              VALUE 'Y'.
          05 ARCHIVE-SW     PIC X(1)  VALUE 'N'.
             88 ARCHIVE-IT            VALUE 'Y'.
          05 MON-FULL-SW    PIC X(1)  VALUE 'N'.
             88 MON-FULL              VALUE 'Y'.
          05 IO-FAIL-SW     PIC X(1)  VALUE 'N'.
             88 IO-FAILED             VALUE 'Y'.
      *    HOW FAR THE FILE IN HAND GOT: SPLIT INTO THE WORK FILES,
      *    OLD RECORDS BEING APPENDED TO THE ARCHIVE, LIVE FILE
      *    BEING REWRITTEN.
          05 PASS-STEP      PIC X(1)  VALUE 'S'.
             88 STEP-SPLIT            VALUE 'S'.
             88 STEP-APPEND           VALUE 'A'.
             88 STEP-REWRITE          VALUE 'R'.

      *    CONTROL TOTALS FOR THE FILE IN HAND. ARCH-WRITTEN AND
      *    WORK-WRITTEN COUNT THE RECORDS ACTUALLY WRITTEN TO THE
      *    ARCHIVE WORK FILE AND THE WORK FILE, AND MUST EQUAL
      *    ARCHIVED-COUNT AND RETAINED-COUNT BEFORE THE ARCHIVE IS
      *    TOUCHED. ARCH-APPENDED IS THE NUMBER OF RECORDS ADDED TO
      *    THE ARCHIVE, WHICH MUST EQUAL ARCH-WRITTEN BEFORE THE
      *    LIVE FILE IS TOUCHED. COPIED-COUNT IS THE NUMBER OF
      *    RECORDS WRITTEN BACK TO THE LIVE FILE, WHICH MUST EQUAL
      *    RETAINED-COUNT.
       01 ARCH-COUNTERS.
          05 IN-COUNT       PIC 9(9)  VALUE ZEROS.
          05 RETAINED-COUNT PIC 9(9)  VALUE ZEROS.
          05 ARCHIVED-COUNT PIC 9(9)  VALUE ZEROS.
          05 COPIED-COUNT   PIC 9(9)  VALUE ZEROS.
          05 ARCH-WRITTEN   PIC 9(9)  VALUE ZEROS.
          05 ARCH-APPENDED  PIC 9(9)  VALUE ZEROS.
          05 WORK-WRITTEN   PIC 9(9)  VALUE ZEROS.
          05 UNDATED-COUNT  PIC 9(9)  VALUE ZEROS.
          05 OTHER-IN       PIC 9(9)  VALUE ZEROS.
          05 OTHER-KEPT     PIC 9(9)  VALUE ZEROS.
          05 OTHER-ARCH     PIC 9(9)  VALUE ZEROS.

       01 ARCH-VARIABLES.
          05 CUTOFF-DATE    PIC 9(8)  VALUE ZEROS.
          05 TODAY-DATE     PIC 9(8)  VALUE ZEROS.
          05 KEEP-DAYS      PIC 9(5)  VALUE ZEROS.
          05 REC-DATE       PIC X(8)  VALUE SPACES.
          05 REC-MONTH      PIC X(6)  VALUE SPACES.
          05 CUR-FILE       PIC X(8)  VALUE SPACES.
          05 CUR-WORK       PIC X(8)  VALUE SPACES.
          05 CUR-ARCH       PIC X(8)  VALUE SPACES.
          05 RUN-STAMP      PIC X(14) VALUE SPACES.
          05 RETENTION-CARD PIC X(80) VALUE SPACES.
          05 ARCH-STATUS    PIC X(2)  VALUE SPACES.
          05 WORK-STATUS    PIC X(2)  VALUE SPACES.
          05 AWORK-STATUS   PIC X(2)  VALUE SPACES.
          05 LIVE-STATUS    PIC X(2)  VALUE SPACES.
          05 IO-OP          PIC X(8)  VALUE SPACES.
          05 IO-FILE        PIC X(8)  VALUE SPACES.
          05 IO-STATUS      PIC X(2)  VALUE SPACES.
          05 RUN-RC         PIC 9(2)  VALUE ZEROS.
          05 RC-CAND        PIC 9(2)  VALUE ZEROS.

      *    ONE ROW PER CALENDAR MONTH SEEN IN THE FILE IN HAND,
      *    KEPT IN ASCENDING YYYYMM ORDER AS ROWS ARE ADDED SO THE
      *    REPORT READS OLDEST FIRST EVEN IF THE FILE WAS APPENDED
      *    OUT OF DATE ORDER. TEN YEARS OF MONTHS FIT; ANYTHING
      *    PAST THAT IS LUMPED INTO THE "OTHER" ROW.
       01 MONTH-TABLE.
          05 MON-COUNT-N    PIC 9(3)  VALUE ZEROS.
          05 MON-ENTRY      OCCURS 120 TIMES INDEXED BY MX.
             10 MON-YYYYMM  PIC X(6)  VALUE SPACES.
             10 MON-IN      PIC 9(9)  VALUE ZEROS.
             10 MON-KEPT    PIC 9(9)  VALUE ZEROS.
             10 MON-ARCH    PIC 9(9)  VALUE ZEROS.
       01 MON-HIT-IX        PIC 9(3)  VALUE ZEROS.
       01 MON-SHIFT-IX      PIC 9(3)  VALUE ZEROS.

       01 ARCH-DETAIL-LINE.
          05 ADL-LABEL      PIC X(24) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 ADL-IN         PIC Z(8)9 VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 ADL-KEPT       PIC Z(8)9 VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 ADL-ARCH       PIC Z(8)9 VALUE ZEROS.
          05 FILLER         PIC X(75) VALUE SPACES.

      ****************************************************************
      *    PROCEDURE DIVISION                                        *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
           MOVE RUN-STAMP(1:8) TO TODAY-DATE.
           OPEN OUTPUT PRT-ARCH.
           MOVE SPACES TO PRT-ARCH-REC.
           STRING "* LOG RETENTION RUN " DELIMITED BY SIZE
                  RUN-STAMP(1:8)         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  RUN-STAMP(9:4)         DELIMITED BY SIZE
              INTO PRT-ARCH-REC
           END-STRING.
           WRITE PRT-ARCH-REC.
           PERFORM A000-LOADCTL.
           IF NOT CUTOFF-OK
              MOVE SPACES TO PRT-ARCH-REC
              MOVE "* NO USABLE RETENTION CARD - NOTHING ARCHIVED"
                TO PRT-ARCH-REC
              WRITE PRT-ARCH-REC
              CLOSE PRT-ARCH
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO PRT-ARCH-REC.
           STRING "* " DELIMITED BY SIZE
                  RETENTION-CARD(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RETENTION-CARD(11:8) DELIMITED BY SPACE
                  " - RECORDS DATED BEFORE " DELIMITED BY SIZE
                  CUTOFF-DATE DELIMITED BY SIZE
                  " ARE ARCHIVED" DELIMITED BY SIZE
              INTO PRT-ARCH-REC
           END-STRING.
           WRITE PRT-ARCH-REC.
           PERFORM A000-AUDPASS.
           PERFORM A000-REGPASS.
           CLOSE PRT-ARCH.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.

      *
      *    READS THE RETENTION CARD. EXACTLY ONE KEEPDAYS OR
      *    KEEPFROM CARD IS WANTED - TWO RETENTION CARDS COULD
      *    ONLY MEAN TWO PEOPLE EDITED THE DECK, AND GUESSING WHICH
      *    ONE MEANT IT WOULD MOVE RUN HISTORY ON A GUESS, SO THE
      *    RUN STOPS INSTEAD. CARDS STARTING WITH "*" ARE COMMENTS.
       A000-LOADCTL.
           OPEN INPUT ARCH-CTL.
           READ ARCH-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   PERFORM A000-ONECARD
                   READ ARCH-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE ARCH-CTL.
           IF CARD-BAD
              MOVE 'N' TO CUTOFF-OK-SW
           END-IF.
           IF CUTOFF-OK AND CUTOFF-DATE > TODAY-DATE
              DISPLAY "RETENTION CUTOFF " CUTOFF-DATE
                      " IS LATER THAN TODAY - NOTHING ARCHIVED"
              MOVE 'N' TO CUTOFF-OK-SW
           END-IF.
           IF NOT CUTOFF-OK AND NOT CARD-BAD
              AND RETENTION-CARD = SPACES
              DISPLAY "NO KEEPDAYS OR KEEPFROM CARD ON ARCHCTL - "
                      "NOTHING ARCHIVED"
           END-IF.

      *
       A000-ONECARD.
           EVALUATE AC-CMD
              WHEN "KEEPDAYS"
              WHEN "KEEPFROM"
                 IF RETENTION-CARD NOT = SPACES
                    DISPLAY "MORE THAN ONE RETENTION CARD ON "
                            "ARCHCTL - NOTHING ARCHIVED"
                    SET CARD-BAD TO TRUE
                 ELSE
                    MOVE ARCH-REC TO RETENTION-CARD
                    PERFORM A000-CUTOFF
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 IF AC-CMD(1:1) NOT = "*"
                    DISPLAY "UNKNOWN LOGARCH CARD IGNORED: " AC-CMD
                    MOVE 4 TO RC-CAND
                    PERFORM A000-RAISE-RC
                 END-IF
           END-EVALUATE.

      *
      *    KEEPDAYS COUNTS BACK FROM TODAY ON THE INTEGER-DATE
      *    SCALE, SO MONTH AND YEAR BOUNDARIES NEED NO SPECIAL CASE.
       A000-CUTOFF.
           IF AC-CMD = "KEEPDAYS"
              IF FUNCTION TRIM(AC-ARG) IS NUMERIC
                 AND FUNCTION LENGTH(FUNCTION TRIM(AC-ARG)) < 6
                 COMPUTE KEEP-DAYS =
                    FUNCTION NUMVAL(FUNCTION TRIM(AC-ARG))
                 COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(TODAY-DATE) - KEEP-DAYS)
                 SET CUTOFF-OK TO TRUE
              ELSE
                 DISPLAY "KEEPDAYS NOT A NUMBER OF DAYS, NOTHING "
                         "ARCHIVED: " AC-ARG(1:10)
                 SET CARD-BAD TO TRUE
              END-IF
           ELSE
              IF AC-ARG(1:8) IS NUMERIC
                 MOVE AC-ARG(1:8) TO CUTOFF-DATE
              ELSE
                 MOVE ZEROS TO CUTOFF-DATE
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(CUTOFF-DATE) = 0
                 SET CUTOFF-OK TO TRUE
              ELSE
                 DISPLAY "KEEPFROM NOT A VALID YYYYMMDD DATE, "
                         "NOTHING ARCHIVED: " AC-ARG(1:8)
                 SET CARD-BAD TO TRUE
              END-IF
           END-IF.

      *
      *    AUDITLOG: SPLIT INTO THE ARCHIVE WORK FILE AND THE WORK
      *    FILE, THEN (WHEN ANYTHING IS TO BE ARCHIVED AND THE SPLIT
      *    BALANCES) APPEND THE ARCHIVE WORK FILE TO THE ARCHIVE,
      *    AND ONLY WHEN EVERY RECORD HAS REACHED THE ARCHIVE COPY
      *    THE WORK FILE BACK OVER THE LIVE TRAIL.
       A000-AUDPASS.
           MOVE "AUDITLOG" TO CUR-FILE.
           MOVE "AUDWORK" TO CUR-WORK.
           MOVE "AUDARCH" TO CUR-ARCH.
           PERFORM A000-FILETOP.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT AUDIT-LOG.
           IF LIVE-STATUS NOT = "00" AND NOT = "05"
              MOVE "OPEN"     TO IO-OP
              MOVE "AUDITLOG" TO IO-FILE
              MOVE LIVE-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
              SET LOG-EOF TO TRUE
           END-IF.
           OPEN OUTPUT AUD-WORK.
           IF WORK-STATUS NOT = "00"
              MOVE "OPEN"     TO IO-OP
              MOVE "AUDWORK" TO IO-FILE
              MOVE WORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           END-IF.
           OPEN OUTPUT AUD-AWORK.
           IF AWORK-STATUS NOT = "00"
              MOVE "OPEN"     TO IO-OP
              MOVE "AUDAWRK" TO IO-FILE
              MOVE AWORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           END-IF.
           IF NOT LOG-EOF
              PERFORM A000-AUDREAD
           END-IF.
           PERFORM UNTIL LOG-EOF
                   MOVE AUD-DATE TO REC-DATE
                   PERFORM A000-CLASSIFY
                   IF ARCHIVE-IT
                      WRITE AUD-AWORK-REC FROM AUD-REC
                      IF AWORK-STATUS = "00"
                         ADD 1 TO ARCH-WRITTEN
                      ELSE
                         MOVE "WRITE"    TO IO-OP
                         MOVE "AUDAWRK" TO IO-FILE
                         MOVE AWORK-STATUS TO IO-STATUS
                         PERFORM A000-IOFAIL
                      END-IF
                   ELSE
                      WRITE AUD-WORK-REC FROM AUD-REC
                      IF WORK-STATUS = "00"
                         ADD 1 TO WORK-WRITTEN
                      ELSE
                         MOVE "WRITE"    TO IO-OP
                         MOVE "AUDWORK" TO IO-FILE
                         MOVE WORK-STATUS TO IO-STATUS
                         PERFORM A000-IOFAIL
                      END-IF
                   END-IF
                   PERFORM A000-AUDREAD
           END-PERFORM.
           CLOSE AUDIT-LOG.
           CLOSE AUD-WORK.
           IF WORK-STATUS NOT = "00"
              MOVE "CLOSE"    TO IO-OP
              MOVE "AUDWORK" TO IO-FILE
              MOVE WORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           END-IF.
           CLOSE AUD-AWORK.
           IF AWORK-STATUS NOT = "00"
              MOVE "CLOSE"    TO IO-OP
              MOVE "AUDAWRK" TO IO-FILE
              MOVE AWORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           END-IF.
           IF ARCHIVED-COUNT > 0
              AND ARCH-WRITTEN = ARCHIVED-COUNT
              AND WORK-WRITTEN = RETAINED-COUNT
              AND NOT IO-FAILED
              SET STEP-APPEND TO TRUE
              PERFORM A000-AUDAPPEND
              IF ARCH-APPENDED = ARCH-WRITTEN
                 AND NOT IO-FAILED
                 SET STEP-REWRITE TO TRUE
                 PERFORM A000-AUDREWRITE
              END-IF
           END-IF.
           PERFORM A000-FILERPT.

      *
      *    THE ARCHIVE WORK FILE ONTO THE END OF AUDARCH. THE
      *    ARCHIVE IS NOT OPENED AT ALL UNLESS THE WORK FILE CAN BE
      *    READ.
       A000-AUDAPPEND.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT AUD-AWORK.
           IF AWORK-STATUS NOT = "00"
              MOVE "OPEN"     TO IO-OP
              MOVE "AUDAWRK" TO IO-FILE
              MOVE AWORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           ELSE
              OPEN EXTEND AUD-ARCH
              IF ARCH-STATUS NOT = "00" AND NOT = "05"
                 MOVE "OPEN"     TO IO-OP
                 MOVE "AUDARCH" TO IO-FILE
                 MOVE ARCH-STATUS TO IO-STATUS
                 PERFORM A000-IOFAIL
              ELSE
                 PERFORM A000-AUDAREAD
                 PERFORM UNTIL LOG-EOF OR IO-FAILED
                         WRITE AUD-ARCH-REC FROM AUD-AWORK-REC
                         IF ARCH-STATUS = "00"
                            ADD 1 TO ARCH-APPENDED
                            PERFORM A000-AUDAREAD
                         ELSE
                            MOVE "WRITE"    TO IO-OP
                            MOVE "AUDARCH" TO IO-FILE
                            MOVE ARCH-STATUS TO IO-STATUS
                            PERFORM A000-IOFAIL
                         END-IF
                 END-PERFORM
                 CLOSE AUD-ARCH
                 IF ARCH-STATUS NOT = "00"
                    MOVE "CLOSE"    TO IO-OP
                    MOVE "AUDARCH" TO IO-FILE
                    MOVE ARCH-STATUS TO IO-STATUS
                    PERFORM A000-IOFAIL
                 END-IF
              END-IF
              CLOSE AUD-AWORK
           END-IF.

      *
      *    THE WORK FILE BACK OVER THE LIVE TRAIL. THE LIVE FILE IS
      *    NOT OPENED FOR OUTPUT UNLESS THE WORK FILE CAN BE READ.
       A000-AUDREWRITE.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT AUD-WORK.
           IF WORK-STATUS NOT = "00"
              MOVE "OPEN"     TO IO-OP
              MOVE "AUDWORK" TO IO-FILE
              MOVE WORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           ELSE
              OPEN OUTPUT AUDIT-LOG
              IF LIVE-STATUS NOT = "00"
                 MOVE "OPEN"     TO IO-OP
                 MOVE "AUDITLOG" TO IO-FILE
                 MOVE LIVE-STATUS TO IO-STATUS
                 PERFORM A000-IOFAIL
              ELSE
                 PERFORM A000-AUDWREAD
                 PERFORM UNTIL LOG-EOF OR IO-FAILED
                         WRITE AUD-REC FROM AUD-WORK-REC
                         IF LIVE-STATUS = "00"
                            ADD 1 TO COPIED-COUNT
                            PERFORM A000-AUDWREAD
                         ELSE
                            MOVE "WRITE"    TO IO-OP
                            MOVE "AUDITLOG" TO IO-FILE
                            MOVE LIVE-STATUS TO IO-STATUS
                            PERFORM A000-IOFAIL
                         END-IF
                 END-PERFORM
                 CLOSE AUDIT-LOG
                 IF LIVE-STATUS NOT = "00"
                    MOVE "CLOSE"    TO IO-OP
                    MOVE "AUDITLOG" TO IO-FILE
                    MOVE LIVE-STATUS TO IO-STATUS
                    PERFORM A000-IOFAIL
                 END-IF
              END-IF
              CLOSE AUD-WORK
           END-IF.

      *
      *    ONE READ OF THE LIVE TRAIL, THE ARCHIVE WORK FILE OR THE
      *    WORK FILE. A READ THAT FAILS ENDS THE FILE AS WELL AS
      *    FAILING THE PASS.
       A000-AUDREAD.
           READ AUDIT-LOG
           AT END
              SET LOG-EOF TO TRUE
           END-READ.
           IF LIVE-STATUS NOT = "00" AND NOT = "10"
              MOVE "READ"     TO IO-OP
              MOVE "AUDITLOG" TO IO-FILE
              MOVE LIVE-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
              SET LOG-EOF TO TRUE
           END-IF.

      *
       A000-AUDAREAD.
           READ AUD-AWORK
           AT END
              SET LOG-EOF TO TRUE
           END-READ.
           IF AWORK-STATUS NOT = "00" AND NOT = "10"
              MOVE "READ"     TO IO-OP
              MOVE "AUDAWRK" TO IO-FILE
              MOVE AWORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
              SET LOG-EOF TO TRUE
           END-IF.

      *
       A000-AUDWREAD.
           READ AUD-WORK
           AT END
              SET LOG-EOF TO TRUE
           END-READ.
           IF WORK-STATUS NOT = "00" AND NOT = "10"
              MOVE "READ"     TO IO-OP
              MOVE "AUDWORK" TO IO-FILE
              MOVE WORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
              SET LOG-EOF TO TRUE
           END-IF.

      *
      *    RUNREG: THE SAME TREATMENT AS AUDITLOG.
       A000-REGPASS.
           MOVE "RUNREG" TO CUR-FILE.
           MOVE "REGWORK" TO CUR-WORK.
           MOVE "REGARCH" TO CUR-ARCH.
           PERFORM A000-FILETOP.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT RUN-REG.
           IF LIVE-STATUS NOT = "00" AND NOT = "05"
              MOVE "OPEN"     TO IO-OP
              MOVE "RUNREG"  TO IO-FILE
              MOVE LIVE-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
              SET LOG-EOF TO TRUE
           END-IF.
           OPEN OUTPUT REG-WORK.
           IF WORK-STATUS NOT = "00"
              MOVE "OPEN"     TO IO-OP
              MOVE "REGWORK" TO IO-FILE
              MOVE WORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           END-IF.
           OPEN OUTPUT REG-AWORK.
           IF AWORK-STATUS NOT = "00"
              MOVE "OPEN"     TO IO-OP
              MOVE "REGAWRK" TO IO-FILE
              MOVE AWORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           END-IF.
           IF NOT LOG-EOF
              PERFORM A000-REGREAD
           END-IF.
           PERFORM UNTIL LOG-EOF
                   MOVE REG-DATE TO REC-DATE
                   PERFORM A000-CLASSIFY
                   IF ARCHIVE-IT
                      WRITE REG-AWORK-REC FROM REG-REC
                      IF AWORK-STATUS = "00"
                         ADD 1 TO ARCH-WRITTEN
                      ELSE
                         MOVE "WRITE"    TO IO-OP
                         MOVE "REGAWRK" TO IO-FILE
                         MOVE AWORK-STATUS TO IO-STATUS
                         PERFORM A000-IOFAIL
                      END-IF
                   ELSE
                      WRITE REG-WORK-REC FROM REG-REC
                      IF WORK-STATUS = "00"
                         ADD 1 TO WORK-WRITTEN
                      ELSE
                         MOVE "WRITE"    TO IO-OP
                         MOVE "REGWORK" TO IO-FILE
                         MOVE WORK-STATUS TO IO-STATUS
                         PERFORM A000-IOFAIL
                      END-IF
                   END-IF
                   PERFORM A000-REGREAD
           END-PERFORM.
           CLOSE RUN-REG.
           CLOSE REG-WORK.
           IF WORK-STATUS NOT = "00"
              MOVE "CLOSE"    TO IO-OP
              MOVE "REGWORK" TO IO-FILE
              MOVE WORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           END-IF.
           CLOSE REG-AWORK.
           IF AWORK-STATUS NOT = "00"
              MOVE "CLOSE"    TO IO-OP
              MOVE "REGAWRK" TO IO-FILE
              MOVE AWORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           END-IF.
           IF ARCHIVED-COUNT > 0
              AND ARCH-WRITTEN = ARCHIVED-COUNT
              AND WORK-WRITTEN = RETAINED-COUNT
              AND NOT IO-FAILED
              SET STEP-APPEND TO TRUE
              PERFORM A000-REGAPPEND
              IF ARCH-APPENDED = ARCH-WRITTEN
                 AND NOT IO-FAILED
                 SET STEP-REWRITE TO TRUE
                 PERFORM A000-REGREWRITE
              END-IF
           END-IF.
           PERFORM A000-FILERPT.

      *
       A000-REGAPPEND.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT REG-AWORK.
           IF AWORK-STATUS NOT = "00"
              MOVE "OPEN"     TO IO-OP
              MOVE "REGAWRK" TO IO-FILE
              MOVE AWORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           ELSE
              OPEN EXTEND REG-ARCH
              IF ARCH-STATUS NOT = "00" AND NOT = "05"
                 MOVE "OPEN"     TO IO-OP
                 MOVE "REGARCH" TO IO-FILE
                 MOVE ARCH-STATUS TO IO-STATUS
                 PERFORM A000-IOFAIL
              ELSE
                 PERFORM A000-REGAREAD
                 PERFORM UNTIL LOG-EOF OR IO-FAILED
                         WRITE REG-ARCH-REC FROM REG-AWORK-REC
                         IF ARCH-STATUS = "00"
                            ADD 1 TO ARCH-APPENDED
                            PERFORM A000-REGAREAD
                         ELSE
                            MOVE "WRITE"    TO IO-OP
                            MOVE "REGARCH" TO IO-FILE
                            MOVE ARCH-STATUS TO IO-STATUS
                            PERFORM A000-IOFAIL
                         END-IF
                 END-PERFORM
                 CLOSE REG-ARCH
                 IF ARCH-STATUS NOT = "00"
                    MOVE "CLOSE"    TO IO-OP
                    MOVE "REGARCH" TO IO-FILE
                    MOVE ARCH-STATUS TO IO-STATUS
                    PERFORM A000-IOFAIL
                 END-IF
              END-IF
              CLOSE REG-AWORK
           END-IF.

      *
       A000-REGREWRITE.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT REG-WORK.
           IF WORK-STATUS NOT = "00"
              MOVE "OPEN"     TO IO-OP
              MOVE "REGWORK" TO IO-FILE
              MOVE WORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
           ELSE
              OPEN OUTPUT RUN-REG
              IF LIVE-STATUS NOT = "00"
                 MOVE "OPEN"     TO IO-OP
                 MOVE "RUNREG"  TO IO-FILE
                 MOVE LIVE-STATUS TO IO-STATUS
                 PERFORM A000-IOFAIL
              ELSE
                 PERFORM A000-REGWREAD
                 PERFORM UNTIL LOG-EOF OR IO-FAILED
                         WRITE REG-REC FROM REG-WORK-REC
                         IF LIVE-STATUS = "00"
                            ADD 1 TO COPIED-COUNT
                            PERFORM A000-REGWREAD
                         ELSE
                            MOVE "WRITE"    TO IO-OP
                            MOVE "RUNREG"  TO IO-FILE
                            MOVE LIVE-STATUS TO IO-STATUS
                            PERFORM A000-IOFAIL
                         END-IF
                 END-PERFORM
                 CLOSE RUN-REG
                 IF LIVE-STATUS NOT = "00"
                    MOVE "CLOSE"    TO IO-OP
                    MOVE "RUNREG"  TO IO-FILE
                    MOVE LIVE-STATUS TO IO-STATUS
                    PERFORM A000-IOFAIL
                 END-IF
              END-IF
              CLOSE REG-WORK
           END-IF.

      *
       A000-REGREAD.
           READ RUN-REG
           AT END
              SET LOG-EOF TO TRUE
           END-READ.
           IF LIVE-STATUS NOT = "00" AND NOT = "10"
              MOVE "READ"     TO IO-OP
              MOVE "RUNREG"  TO IO-FILE
              MOVE LIVE-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
              SET LOG-EOF TO TRUE
           END-IF.

      *
       A000-REGAREAD.
           READ REG-AWORK
           AT END
              SET LOG-EOF TO TRUE
           END-READ.
           IF AWORK-STATUS NOT = "00" AND NOT = "10"
              MOVE "READ"     TO IO-OP
              MOVE "REGAWRK" TO IO-FILE
              MOVE AWORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
              SET LOG-EOF TO TRUE
           END-IF.

      *
       A000-REGWREAD.
           READ REG-WORK
           AT END
              SET LOG-EOF TO TRUE
           END-READ.
           IF WORK-STATUS NOT = "00" AND NOT = "10"
              MOVE "READ"     TO IO-OP
              MOVE "REGWORK" TO IO-FILE
              MOVE WORK-STATUS TO IO-STATUS
              PERFORM A000-IOFAIL
              SET LOG-EOF TO TRUE
           END-IF.

      *
       A000-FILETOP.
           MOVE ZEROS TO IN-COUNT.
           MOVE ZEROS TO RETAINED-COUNT.
           MOVE ZEROS TO ARCHIVED-COUNT.
           MOVE ZEROS TO COPIED-COUNT.
           MOVE ZEROS TO ARCH-WRITTEN.
           MOVE ZEROS TO ARCH-APPENDED.
           MOVE ZEROS TO WORK-WRITTEN.
           MOVE 'N' TO IO-FAIL-SW.
           SET STEP-SPLIT TO TRUE.
           MOVE ZEROS TO UNDATED-COUNT.
           MOVE ZEROS TO OTHER-IN.
           MOVE ZEROS TO OTHER-KEPT.
           MOVE ZEROS TO OTHER-ARCH.
           MOVE ZEROS TO MON-COUNT-N.
           MOVE 'N' TO MON-FULL-SW.

      *
      *    DECIDES ONE RECORD'S FATE FROM REC-DATE AND POSTS IT TO
      *    THE CONTROL TOTALS. A DATE THAT IS NOT EIGHT DIGITS
      *    CANNOT BE PROVED OLD, SO THE RECORD STAYS LIVE.
       A000-CLASSIFY.
           ADD 1 TO IN-COUNT.
           MOVE 'N' TO ARCHIVE-SW.
           IF REC-DATE IS NOT NUMERIC
              ADD 1 TO UNDATED-COUNT
              ADD 1 TO RETAINED-COUNT
           ELSE
              IF REC-DATE < CUTOFF-DATE
                 SET ARCHIVE-IT TO TRUE
                 ADD 1 TO ARCHIVED-COUNT
              ELSE
                 ADD 1 TO RETAINED-COUNT
              END-IF
              MOVE REC-DATE(1:6) TO REC-MONTH
              PERFORM A000-MONFIND
              IF MON-HIT-IX > 0
                 ADD 1 TO MON-IN(MON-HIT-IX)
                 IF ARCHIVE-IT
                    ADD 1 TO MON-ARCH(MON-HIT-IX)
                 ELSE
                    ADD 1 TO MON-KEPT(MON-HIT-IX)
                 END-IF
              ELSE
                 ADD 1 TO OTHER-IN
                 IF ARCHIVE-IT
                    ADD 1 TO OTHER-ARCH
                 ELSE
                    ADD 1 TO OTHER-KEPT
                 END-IF
              END-IF
           END-IF.

      *
      *    LOCATES REC-MONTH IN THE MONTH TABLE, OPENING A ROW IN
      *    ITS ASCENDING PLACE WHEN IT IS NEW. MON-HIT-IX ZERO
      *    MEANS THE TABLE IS FULL AND THE RECORD GOES TO "OTHER".
       A000-MONFIND.
           MOVE ZEROS TO MON-HIT-IX.
           PERFORM VARYING MX FROM 1 BY 1
                     UNTIL MX > MON-COUNT-N OR MON-HIT-IX > 0
                   IF MON-YYYYMM(MX) NOT < REC-MONTH
                      SET MON-HIT-IX TO MX
                   END-IF
           END-PERFORM.
           IF MON-HIT-IX > 0
              IF MON-YYYYMM(MON-HIT-IX) = REC-MONTH
                 CONTINUE
              ELSE
                 PERFORM A000-MONINSERT
              END-IF
           ELSE
              COMPUTE MON-HIT-IX = MON-COUNT-N + 1
              PERFORM A000-MONINSERT
           END-IF.

      *
       A000-MONINSERT.
           IF MON-COUNT-N < 120
              PERFORM VARYING MON-SHIFT-IX FROM MON-COUNT-N BY -1
                        UNTIL MON-SHIFT-IX < MON-HIT-IX
                      MOVE MON-ENTRY(MON-SHIFT-IX)
                        TO MON-ENTRY(MON-SHIFT-IX + 1)
              END-PERFORM
              ADD 1 TO MON-COUNT-N
              MOVE REC-MONTH TO MON-YYYYMM(MON-HIT-IX)
              MOVE ZEROS TO MON-IN(MON-HIT-IX)
              MOVE ZEROS TO MON-KEPT(MON-HIT-IX)
              MOVE ZEROS TO MON-ARCH(MON-HIT-IX)
           ELSE
              MOVE ZEROS TO MON-HIT-IX
              IF NOT MON-FULL
                 SET MON-FULL TO TRUE
                 DISPLAY "WARNING: " CUR-FILE " SPANS MORE THAN 120 "
                         "MONTHS - LATER MONTHS REPORTED AS OTHER"
                 MOVE 4 TO RC-CAND
                 PERFORM A000-RAISE-RC
              END-IF
           END-IF.

      *
      *    CONTROL REPORT FOR THE FILE JUST PROCESSED: ONE LINE PER
      *    MONTH, THE UNDATED AND OVERFLOW LINES WHEN THEY APPLY,
      *    THE FILE TOTAL AND THE BALANCE PROOF.
       A000-FILERPT.
           MOVE SPACES TO PRT-ARCH-REC.
           WRITE PRT-ARCH-REC.
           MOVE SPACES TO PRT-ARCH-REC.
           STRING "* " DELIMITED BY SIZE
                  CUR-FILE DELIMITED BY SPACE
              INTO PRT-ARCH-REC
           END-STRING.
           WRITE PRT-ARCH-REC.
           MOVE SPACES TO ARCH-DETAIL-LINE.
           MOVE "MONTH" TO ADL-LABEL.
           MOVE ARCH-DETAIL-LINE TO PRT-ARCH-REC.
           MOVE "RECORDS IN   RETAINED   ARCHIVED"
             TO PRT-ARCH-REC(27:33).
           WRITE PRT-ARCH-REC.
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MON-COUNT-N
                   MOVE SPACES TO ARCH-DETAIL-LINE
                   STRING MON-YYYYMM(MX)(1:4) DELIMITED BY SIZE
                          "-"                 DELIMITED BY SIZE
                          MON-YYYYMM(MX)(5:2) DELIMITED BY SIZE
                      INTO ADL-LABEL
                   END-STRING
                   MOVE MON-IN(MX)   TO ADL-IN
                   MOVE MON-KEPT(MX) TO ADL-KEPT
                   MOVE MON-ARCH(MX) TO ADL-ARCH
                   MOVE ARCH-DETAIL-LINE TO PRT-ARCH-REC
                   WRITE PRT-ARCH-REC
           END-PERFORM.
           IF OTHER-IN > 0
              MOVE SPACES TO ARCH-DETAIL-LINE
              MOVE "OTHER MONTHS" TO ADL-LABEL
              MOVE OTHER-IN   TO ADL-IN
              MOVE OTHER-KEPT TO ADL-KEPT
              MOVE OTHER-ARCH TO ADL-ARCH
              MOVE ARCH-DETAIL-LINE TO PRT-ARCH-REC
              WRITE PRT-ARCH-REC
           END-IF.
           IF UNDATED-COUNT > 0
              MOVE SPACES TO ARCH-DETAIL-LINE
              MOVE "UNDATED (KEPT)" TO ADL-LABEL
              MOVE UNDATED-COUNT TO ADL-IN
              MOVE UNDATED-COUNT TO ADL-KEPT
              MOVE ZEROS TO ADL-ARCH
              MOVE ARCH-DETAIL-LINE TO PRT-ARCH-REC
              WRITE PRT-ARCH-REC
           END-IF.
           MOVE SPACES TO ARCH-DETAIL-LINE.
           MOVE "* TOTAL" TO ADL-LABEL.
           MOVE IN-COUNT       TO ADL-IN.
           MOVE RETAINED-COUNT TO ADL-KEPT.
           MOVE ARCHIVED-COUNT TO ADL-ARCH.
           MOVE ARCH-DETAIL-LINE TO PRT-ARCH-REC.
           WRITE PRT-ARCH-REC.
      *    WHAT REACHED THE WORK FILE AND THE ARCHIVE WORK FILE -
      *    THE PROOF THAT EVERY RECORD IN WAS WRITTEN SOMEWHERE.
           MOVE SPACES TO ARCH-DETAIL-LINE.
           MOVE "* WRITTEN" TO ADL-LABEL.
           COMPUTE ADL-IN = WORK-WRITTEN + ARCH-WRITTEN.
           MOVE WORK-WRITTEN TO ADL-KEPT.
           MOVE ARCH-WRITTEN TO ADL-ARCH.
           MOVE ARCH-DETAIL-LINE TO PRT-ARCH-REC.
           WRITE PRT-ARCH-REC.
      *    WHAT WAS THEN ADDED TO THE ARCHIVE AND COPIED BACK TO THE
      *    LIVE FILE, ONCE THE SPLIT HAD BALANCED.
           IF NOT STEP-SPLIT
              MOVE SPACES TO ARCH-DETAIL-LINE
              MOVE "* APPENDED / REWRITTEN" TO ADL-LABEL
              COMPUTE ADL-IN = COPIED-COUNT + ARCH-APPENDED
              MOVE COPIED-COUNT  TO ADL-KEPT
              MOVE ARCH-APPENDED TO ADL-ARCH
              MOVE ARCH-DETAIL-LINE TO PRT-ARCH-REC
              WRITE PRT-ARCH-REC
           END-IF.
           MOVE SPACES TO PRT-ARCH-REC.
           EVALUATE TRUE
              WHEN STEP-SPLIT
               AND (IO-FAILED
                    OR ARCH-WRITTEN NOT = ARCHIVED-COUNT
                    OR WORK-WRITTEN NOT = RETAINED-COUNT)
                 MOVE "* OUT OF BALANCE - LIVE FILE NOT REWRITTEN"
                   TO PRT-ARCH-REC
                 DISPLAY "ERROR: " CUR-FILE " RETENTION OUT OF BALANCE"
                         " - WRITTEN " WORK-WRITTEN " RETAINED, "
                         ARCH-WRITTEN " ARCHIVED"
                 MOVE 8 TO RC-CAND
                 PERFORM A000-RAISE-RC
              WHEN STEP-SPLIT
                 MOVE "* IN BALANCE - NOTHING TO ARCHIVE, LIVE FILE"
                   TO PRT-ARCH-REC
                 MOVE "UNCHANGED" TO PRT-ARCH-REC(46:9)
      *    THE ARCHIVE APPEND STOPPED SHORT. THE LIVE FILE STILL
      *    HOLDS EVERY RECORD, SO WHATEVER DID REACH THE ARCHIVE
      *    MUST COME OFF ITS END BEFORE THE JOB IS RERUN.
              WHEN STEP-APPEND
                 MOVE "* ARCHIVE APPEND SHORT - LIVE FILE NOT REWRITTEN"
                   TO PRT-ARCH-REC
                 DISPLAY "ERROR: " CUR-FILE " ARCHIVE APPEND COPIED "
                         ARCH-APPENDED " OF " ARCH-WRITTEN
                 IF ARCH-APPENDED > 0
                    WRITE PRT-ARCH-REC
                    MOVE SPACES TO PRT-ARCH-REC
                    MOVE ARCH-APPENDED TO ADL-ARCH
                    STRING "* REMOVE THE LAST " DELIMITED BY SIZE
                           FUNCTION TRIM(ADL-ARCH) DELIMITED BY SIZE
                           " RECORDS FROM " DELIMITED BY SIZE
                           CUR-ARCH DELIMITED BY SPACE
                           " BEFORE RERUNNING" DELIMITED BY SIZE
                       INTO PRT-ARCH-REC
                    END-STRING
                 END-IF
                 MOVE 8 TO RC-CAND
                 PERFORM A000-RAISE-RC
      *    THE ARCHIVE IS COMPLETE BUT THE LIVE FILE REWRITE FAILED -
      *    THE RETAINED RECORDS ARE ON THE WORK FILE, AND THE LIVE
      *    FILE MUST BE RESTORED FROM IT RATHER THAN RERUNNING.
              WHEN IO-FAILED
                OR COPIED-COUNT NOT = RETAINED-COUNT
                 MOVE "* OUT OF BALANCE - LIVE FILE REWRITE SHORT"
                   TO PRT-ARCH-REC
                 DISPLAY "ERROR: " CUR-FILE " REWRITE COPIED "
                         COPIED-COUNT " OF " RETAINED-COUNT
                 WRITE PRT-ARCH-REC
                 MOVE SPACES TO PRT-ARCH-REC
                 STRING "* ARCHIVE ALREADY UPDATED - RESTORE "
                           DELIMITED BY SIZE
                        CUR-FILE DELIMITED BY SPACE
                        " FROM " DELIMITED BY SIZE
                        CUR-WORK DELIMITED BY SPACE
                        ", DO NOT RERUN" DELIMITED BY SIZE
                    INTO PRT-ARCH-REC
                 END-STRING
                 MOVE 8 TO RC-CAND
                 PERFORM A000-RAISE-RC
              WHEN OTHER
                 MOVE "* IN BALANCE - LIVE FILE REWRITTEN WITH THE"
                   TO PRT-ARCH-REC
                 MOVE "RETAINED RECORDS" TO PRT-ARCH-REC(45:16)
           END-EVALUATE.
           WRITE PRT-ARCH-REC.

      *
      *    A LIVE, WORK OR ARCHIVE FILE OPERATION FAILED. REPORTED
      *    ONCE PER FILE PASS; NOTHING FURTHER IS DONE TO THE FILE
      *    IN HAND, AND A000-FILERPT SAYS HOW FAR IT GOT.
       A000-IOFAIL.
           IF NOT IO-FAILED
              SET IO-FAILED TO TRUE
              DISPLAY "ERROR: " FUNCTION TRIM(IO-OP) " "
                      FUNCTION TRIM(IO-FILE) " FAILED, STATUS "
                      IO-STATUS " WHILE ARCHIVING " CUR-FILE
           END-IF.

      *
       A000-RAISE-RC.
           IF RC-CAND > RUN-RC
              MOVE RC-CAND TO RUN-RC
           END-IF.

       IDENTIFICATION DIVISION.
      ****************************************************************
      *    IDENTIFICATION DIVISION                                   *
      *    WORD OCCURRENCE SEARCH                                    *
      *    AUTHOR      JIANGWENYUAN                                  *
      *    STUDNET ID  1951510                                       *
      *    HLQ         ST006                                         *
      ****************************************************************
       PROGRAM-ID.    OCCQRY.
       AUTHOR.        JWY.
      *
      *    ANSWERS "WHERE DOES THIS WORD APPEAR" FROM THE OCCURRENCE
      *    INDEX (OCCIDX) STRLAB BUILDS WHEN INDEX Y IS ON PARMCTL,
      *    WITHOUT READING THE SOURCE MEMBERS AGAIN. ONE SEARCH PER
      *    QRYCTL CARD, SEARCH TYPE IN COLUMNS 1-8, TERMS AND
      *    QUALIFIERS FROM COLUMN 11 SEPARATED BY SPACES:
      *       WORD     TERM         - EVERY OCCURRENCE OF THE WORD
      *       PREFIX   STEM         - EVERY WORD STARTING WITH STEM
      *       AND      TERM TERM    - LINES HOLDING BOTH WORDS
      *       OR       TERM TERM    - OCCURRENCES OF EITHER WORD
      *    ANY SEARCH MAY END WITH ONE OR BOTH QUALIFIERS:
      *       TAG      DOCTAG       - ONLY LINES UNDER THIS DOC TAG
      *       MEMBER   NAME         - ONLY LINES OF THIS MEMBER
      *    E.G.  AND       INVOICE OVERDUE TAG LEGAL01
      *    TERMS ARE COMPARED UPPER-CASED, AS THEY ARE INDEXED, SO
      *    THE SEARCH IS CASE-BLIND. CARDS STARTING WITH "*" ARE
      *    COMMENTS. PRTQRY LISTS EACH SEARCH CARD FOLLOWED BY ITS
      *    HITS IN MEMBER / LINE / COLUMN ORDER, IN THE PRT-KWIC
      *    LAYOUT (WORD, MEMBER, DOC TAG, LINE, COLUMN, LINE TEXT),
      *    AND A HIT COUNT. AN AND SEARCH SHOWS EACH LINE ONCE, AT
      *    THE FIRST TERM.
      *    CONDITION CODES:
      *       0  - EVERY SEARCH FOUND AT LEAST ONE HIT
      *       4  - SOME SEARCH FOUND NOTHING
      *       8  - NO USABLE INDEX (MISSING OR EMPTY) - NO SEARCH RUN
      *      12  - NO SEARCH CARDS, OR A CARD THAT COULD NOT BE
      *            UNDERSTOOD (LISTED AND SKIPPED, THE OTHERS RUN)
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QRY-CTL ASSIGN TO QRYCTL.
           SELECT OPTIONAL OCC-IDX ASSIGN TO OCCIDX
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OCC-KEY
                  FILE STATUS OCC-STATUS.
           SELECT PRT-QRY  ASSIGN TO PRTQRY.
           SELECT HIT-SORT ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  QRY-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 QRY-REC.
          05 QC-CMD         PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 QC-ARG         PIC X(70) VALUE SPACES.

      *    RECORD LAYOUT MUST STAY IN STEP WITH THE OCC-IDX FD IN
      *    STRLAB - STRLAB BUILDS THE INDEX, THIS PROGRAM READS IT.
       FD  OCC-IDX RECORD CONTAINS 229 CHARACTERS.
       01 OCC-REC.
          05 OCC-KEY.
             10 OCC-WORD      PIC X(80).
             10 OCC-MEMBER    PIC X(8).
             10 OCC-LINE      PIC 9(6).
             10 OCC-COL       PIC 9(3).
          05 OCC-DOCTAG       PIC X(8).
          05 OCC-TEXT         PIC X(124).

       FD  PRT-QRY RECORD CONTAINS 192 CHARACTERS RECORDING MODE F.
       01 PRT-QRY-REC       PIC X(192) VALUE SPACES.

      *    ONE HIT OF THE SEARCH IN HAND, SORTED INTO SOURCE ORDER
      *    FOR PRINTING.
       SD  HIT-SORT RECORD CONTAINS 229 CHARACTERS.
       01 HS-REC.
          05 HS-MEMBER      PIC X(8).
          05 HS-LINE        PIC 9(6).
          05 HS-COL         PIC 9(3).
          05 HS-WORD        PIC X(80).
          05 HS-DOCTAG      PIC X(8).
          05 HS-TEXT        PIC X(124).

       WORKING-STORAGE SECTION.

       01 OCC-STATUS        PIC X(2)  VALUE SPACES.

       01 QRY-SWITCHES.
          05 CTL-EOF-SW     PIC X(1)  VALUE 'N'.
             88 CTL-EOF               VALUE 'Y'.
          05 INDEX-OK-SW    PIC X(1)  VALUE 'N'.
             88 INDEX-OK              VALUE 'Y'.
          05 SCAN-END-SW    PIC X(1)  VALUE 'N'.
             88 SCAN-END              VALUE 'Y'.
          05 SORT-EOF-SW    PIC X(1)  VALUE 'N'.
             88 SORT-EOF              VALUE 'Y'.
          05 PREFIX-SCAN-SW PIC X(1)  VALUE 'N'.
             88 PREFIX-SCAN           VALUE 'Y'.
          05 PROBE-HIT-SW   PIC X(1)  VALUE 'N'.
             88 PROBE-HIT             VALUE 'Y'.
          05 LAST-SET-SW    PIC X(1)  VALUE 'N'.
             88 LAST-SET              VALUE 'Y'.

      *    THE SEARCH IN HAND, AS UNDERSTOOD FROM ITS CARD.
      *    QRY-REASON IS BLANK FOR A USABLE CARD.
       01 QRY-SEARCH.
          05 QRY-MODE       PIC X(1)  VALUE SPACES.
             88 QRY-WORD              VALUE 'W'.
             88 QRY-PREFIX            VALUE 'P'.
             88 QRY-AND               VALUE 'A'.
             88 QRY-OR                VALUE 'O'.
          05 QRY-TERM1      PIC X(80) VALUE SPACES.
          05 QRY-TERM2      PIC X(80) VALUE SPACES.
          05 QRY-TAG        PIC X(8)  VALUE SPACES.
          05 QRY-MEMBER     PIC X(8)  VALUE SPACES.
          05 QRY-REASON     PIC X(40) VALUE SPACES.
          05 QRY-TERMS-N    PIC 9(1)  VALUE ZEROS.

      *    THE CARD ARGUMENT BROKEN INTO WORDS - MORE THAN ANY
      *    SEARCH CAN USE (TWO TERMS AND TWO QUALIFIER PAIRS), SO
      *    EXTRA WORDS ARE CAUGHT AS SUCH RATHER THAN DROPPED.
       01 QRY-TOKENS.
          05 QRY-ARG        PIC X(70) VALUE SPACES.
          05 QRY-TOK        PIC X(70) OCCURS 9 TIMES VALUE SPACES.
          05 QRY-TOK-N      PIC 9(2)  VALUE ZEROS.
          05 QRY-TOK-IX     PIC 9(2)  VALUE ZEROS.

      *    SCAN-TERM/SCAN-LEN DRIVE ONE PASS OVER THE INDEX ENTRIES
      *    OF A WORD (OR OF EVERY WORD WITH A PREFIX). AN AND SEARCH
      *    SAVES ITS PLACE IN SAVE-REC WHILE IT PROBES FOR THE
      *    SECOND TERM ON THE SAME LINE, AND REMEMBERS THE LAST LINE
      *    PROBED SO A LINE HOLDING THE FIRST TERM TWICE IS SHOWN
      *    ONCE.
       01 QRY-VARIABLES.
          05 SCAN-TERM      PIC X(80) VALUE SPACES.
          05 SCAN-LEN       PIC 9(2)  VALUE ZEROS.
          05 SAVE-REC       PIC X(229) VALUE SPACES.
          05 SAVE-KEY       PIC X(97) VALUE SPACES.
          05 LAST-MEMBER    PIC X(8)  VALUE SPACES.
          05 LAST-LINE      PIC 9(6)  VALUE ZEROS.
          05 LAST-COL       PIC 9(3)  VALUE ZEROS.
          05 RUN-STAMP      PIC X(14) VALUE SPACES.
          05 RUN-RC         PIC 9(2)  VALUE ZEROS.
          05 RC-CAND        PIC 9(2)  VALUE ZEROS.

       01 QRY-COUNTERS.
          05 CARDS-READ     PIC 9(6)  VALUE ZEROS.
          05 SEARCHES-RUN   PIC 9(6)  VALUE ZEROS.
          05 SEARCHES-EMPTY PIC 9(6)  VALUE ZEROS.
          05 CARDS-REJECTED PIC 9(6)  VALUE ZEROS.
          05 SEARCH-HITS    PIC 9(9)  VALUE ZEROS.
          05 TOTAL-HITS     PIC 9(9)  VALUE ZEROS.

      *    ONE HIT - THE SAME COLUMNS AS A PRT-KWIC RECORD.
       01 QRY-HIT-LINE.
          05 QHL-WORD       PIC X(30) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 QHL-MEMBER     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 QHL-DOCTAG     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 QHL-LINE       PIC Z(6)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 QHL-COL        PIC Z(3)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 QHL-TEXT       PIC X(124) VALUE SPACES.
          05 FILLER         PIC X(3)  VALUE SPACES.

       01 QRY-TOTAL-LINE.
          05 QTL-TEXT       PIC X(40) VALUE SPACES.
          05 QTL-COUNT      PIC Z(8)9.
          05 FILLER         PIC X(143) VALUE SPACES.

      ****************************************************************
      *    PROCEDURE DIVISION                                        *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
           OPEN OUTPUT PRT-QRY.
           PERFORM A000-RPTHEAD.
           PERFORM A000-OPENIDX.
           IF NOT INDEX-OK
              MOVE 8 TO RC-CAND
              PERFORM A000-RAISE-RC
           ELSE
              OPEN INPUT QRY-CTL
              READ QRY-CTL
              AT END
                 SET CTL-EOF TO TRUE
              END-READ
              PERFORM UNTIL CTL-EOF
                      PERFORM A000-ONECARD
                      READ QRY-CTL
                      AT END
                         SET CTL-EOF TO TRUE
                      END-READ
              END-PERFORM
              CLOSE QRY-CTL
              CLOSE OCC-IDX
              IF SEARCHES-RUN = 0 AND CARDS-REJECTED = 0
                 DISPLAY "NO SEARCH CARDS ON QRYCTL - NOTHING TO DO"
                 MOVE SPACES TO PRT-QRY-REC
                 MOVE "* NO SEARCH CARDS ON QRYCTL" TO PRT-QRY-REC
                 WRITE PRT-QRY-REC
                 MOVE 12 TO RC-CAND
                 PERFORM A000-RAISE-RC
              END-IF
              PERFORM A000-RPTFOOT
           END-IF.
           CLOSE PRT-QRY.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.

      *
       A000-RPTHEAD.
           MOVE SPACES TO PRT-QRY-REC.
           STRING "* WORD OCCURRENCE SEARCH RUN " DELIMITED BY SIZE
                  RUN-STAMP(1:8) DELIMITED BY SIZE
              INTO PRT-QRY-REC
           END-STRING.
           WRITE PRT-QRY-REC.
           MOVE SPACES TO QRY-HIT-LINE.
           MOVE "WORD"   TO QHL-WORD.
           MOVE "MEMBER" TO QHL-MEMBER.
           MOVE "DOCTAG" TO QHL-DOCTAG.
           MOVE "LINE"   TO QRY-HIT-LINE(55:4).
           MOVE "COL"    TO QRY-HIT-LINE(61:3).
           MOVE "TEXT"   TO QHL-TEXT.
           MOVE QRY-HIT-LINE TO PRT-QRY-REC.
           WRITE PRT-QRY-REC.

      *
      *    AN INDEX THAT IS MISSING (STATUS 05 ON THE OPTIONAL OPEN),
      *    WILL NOT OPEN, OR HOLDS NO ENTRIES CANNOT ANSWER ANY
      *    SEARCH - SAY SO ONCE RATHER THAN REPORT EVERY CARD EMPTY.
       A000-OPENIDX.
           OPEN INPUT OCC-IDX.
           EVALUATE OCC-STATUS
              WHEN "00"
                 MOVE LOW-VALUES TO OCC-KEY
                 START OCC-IDX KEY NOT LESS THAN OCC-KEY
                    INVALID KEY
                       DISPLAY "OCCURRENCE INDEX IS EMPTY - NO "
                               "SEARCH RUN"
                       MOVE SPACES TO PRT-QRY-REC
                       MOVE "* OCCURRENCE INDEX IS EMPTY - NO SEARCH "
                         TO PRT-QRY-REC
                       MOVE "RUN" TO PRT-QRY-REC(42:3)
                       WRITE PRT-QRY-REC
                       CLOSE OCC-IDX
                    NOT INVALID KEY
                       SET INDEX-OK TO TRUE
                 END-START
              WHEN "05"
                 CLOSE OCC-IDX
                 DISPLAY "OCCURRENCE INDEX NOT FOUND - NO SEARCH RUN"
                 MOVE SPACES TO PRT-QRY-REC
                 MOVE "* OCCURRENCE INDEX NOT FOUND - NO SEARCH RUN"
                   TO PRT-QRY-REC
                 WRITE PRT-QRY-REC
              WHEN OTHER
                 DISPLAY "OCCURRENCE INDEX OPEN FAILED, STATUS "
                         OCC-STATUS " - NO SEARCH RUN"
                 MOVE SPACES TO PRT-QRY-REC
                 STRING "* OCCURRENCE INDEX OPEN FAILED, STATUS "
                           DELIMITED BY SIZE
                        OCC-STATUS DELIMITED BY SIZE
                        " - NO SEARCH RUN" DELIMITED BY SIZE
                    INTO PRT-QRY-REC
                 END-STRING
                 WRITE PRT-QRY-REC
           END-EVALUATE.

      *
      *    ONE QRYCTL CARD: ECHO IT, WORK OUT THE SEARCH, THEN RUN
      *    IT THROUGH THE HIT SORT OR LIST WHY IT CANNOT BE RUN.
       A000-ONECARD.
           IF QC-CMD = SPACES OR QC-CMD(1:1) = "*"
              CONTINUE
           ELSE
              ADD 1 TO CARDS-READ
              MOVE SPACES TO PRT-QRY-REC
              WRITE PRT-QRY-REC
              MOVE SPACES TO PRT-QRY-REC
              STRING "* SEARCH " DELIMITED BY SIZE
                     QRY-REC     DELIMITED BY SIZE
                 INTO PRT-QRY-REC
              END-STRING
              WRITE PRT-QRY-REC
              PERFORM A000-PARSECARD
              IF QRY-REASON NOT = SPACES
                 ADD 1 TO CARDS-REJECTED
                 DISPLAY "SEARCH CARD SKIPPED - "
                         FUNCTION TRIM(QRY-REASON) ": "
                         FUNCTION TRIM(QRY-REC TRAILING)
                 MOVE SPACES TO PRT-QRY-REC
                 STRING "* CARD SKIPPED - " DELIMITED BY SIZE
                        QRY-REASON DELIMITED BY SIZE
                    INTO PRT-QRY-REC
                 END-STRING
                 WRITE PRT-QRY-REC
                 MOVE 12 TO RC-CAND
                 PERFORM A000-RAISE-RC
              ELSE
                 ADD 1 TO SEARCHES-RUN
                 MOVE ZEROS TO SEARCH-HITS
                 SORT HIT-SORT
                      ASCENDING KEY HS-MEMBER HS-LINE HS-COL
                      INPUT PROCEDURE A000-FINDHITS
                      OUTPUT PROCEDURE A000-PRINTHITS
                 ADD SEARCH-HITS TO TOTAL-HITS
                 MOVE SPACES TO QRY-TOTAL-LINE
                 MOVE "* HITS" TO QTL-TEXT
                 MOVE SEARCH-HITS TO QTL-COUNT
                 MOVE QRY-TOTAL-LINE TO PRT-QRY-REC
                 WRITE PRT-QRY-REC
                 IF SEARCH-HITS = 0
                    ADD 1 TO SEARCHES-EMPTY
                    MOVE 4 TO RC-CAND
                    PERFORM A000-RAISE-RC
                 END-IF
              END-IF
           END-IF.

      *
      *    SPLITS THE ARGUMENT INTO WORDS AND CHECKS THEM AGAINST
      *    THE SEARCH TYPE: ONE TERM (WORD, PREFIX) OR TWO (AND,
      *    OR), THEN NOTHING BUT TAG/MEMBER QUALIFIER PAIRS.
       A000-PARSECARD.
           MOVE SPACES TO QRY-SEARCH.
           MOVE ZEROS TO QRY-TERMS-N.
           MOVE SPACES TO QRY-TOKENS.
           MOVE ZEROS TO QRY-TOK-N.
           MOVE FUNCTION TRIM(QC-ARG) TO QRY-ARG.
           EVALUATE QC-CMD
              WHEN "WORD"
                 MOVE 'W' TO QRY-MODE
                 MOVE 1 TO QRY-TERMS-N
              WHEN "PREFIX"
                 MOVE 'P' TO QRY-MODE
                 MOVE 1 TO QRY-TERMS-N
              WHEN "AND"
                 MOVE 'A' TO QRY-MODE
                 MOVE 2 TO QRY-TERMS-N
              WHEN "OR"
                 MOVE 'O' TO QRY-MODE
                 MOVE 2 TO QRY-TERMS-N
              WHEN OTHER
                 MOVE "UNKNOWN SEARCH TYPE" TO QRY-REASON
           END-EVALUATE.
           IF QRY-REASON = SPACES
              UNSTRING QRY-ARG DELIMITED BY ALL SPACE
                 INTO QRY-TOK(1) QRY-TOK(2) QRY-TOK(3)
                      QRY-TOK(4) QRY-TOK(5) QRY-TOK(6)
                      QRY-TOK(7) QRY-TOK(8) QRY-TOK(9)
                 ON OVERFLOW
                    MOVE "TOO MANY WORDS ON THE CARD" TO QRY-REASON
              END-UNSTRING
              PERFORM VARYING QRY-TOK-IX FROM 1 BY 1
                        UNTIL QRY-TOK-IX > 9
                           OR QRY-TOK(QRY-TOK-IX) = SPACES
                      MOVE QRY-TOK-IX TO QRY-TOK-N
              END-PERFORM
              IF QRY-TOK-N < QRY-TERMS-N AND QRY-REASON = SPACES
                 MOVE "SEARCH TERM MISSING" TO QRY-REASON
              END-IF
           END-IF.
           IF QRY-REASON = SPACES
              MOVE FUNCTION UPPER-CASE(QRY-TOK(1)) TO QRY-TERM1
              IF QRY-TERMS-N = 2
                 MOVE FUNCTION UPPER-CASE(QRY-TOK(2)) TO QRY-TERM2
              END-IF
              COMPUTE QRY-TOK-IX = QRY-TERMS-N + 1
              PERFORM UNTIL QRY-TOK-IX > QRY-TOK-N
                         OR QRY-REASON NOT = SPACES
                      PERFORM A000-QUALIFIER
                      ADD 2 TO QRY-TOK-IX
              END-PERFORM
           END-IF.

      *
      *    ONE TAG OR MEMBER QUALIFIER STARTING AT WORD QRY-TOK-IX.
      *    QUALIFIER VALUES ARE TAKEN AS WRITTEN - DOC TAGS AND
      *    MEMBER NAMES ARE NOT CASE-FOLDED IN THE INDEX.
       A000-QUALIFIER.
           IF QRY-TOK-IX + 1 > QRY-TOK-N
              MOVE "QUALIFIER WITHOUT A VALUE" TO QRY-REASON
           ELSE
              IF QRY-TOK(QRY-TOK-IX + 1)(9:) NOT = SPACES
                 MOVE "QUALIFIER VALUE LONGER THAN 8" TO QRY-REASON
              END-IF
           END-IF.
           IF QRY-REASON = SPACES
              EVALUATE QRY-TOK(QRY-TOK-IX)
                 WHEN "TAG"
                    IF QRY-TAG NOT = SPACES
                       MOVE "TAG GIVEN TWICE" TO QRY-REASON
                    ELSE
                       MOVE QRY-TOK(QRY-TOK-IX + 1) TO QRY-TAG
                    END-IF
                 WHEN "MEMBER"
                    IF QRY-MEMBER NOT = SPACES
                       MOVE "MEMBER GIVEN TWICE" TO QRY-REASON
                    ELSE
                       MOVE QRY-TOK(QRY-TOK-IX + 1) TO QRY-MEMBER
                    END-IF
                 WHEN OTHER
                    MOVE "EXPECTED TAG OR MEMBER QUALIFIER"
                      TO QRY-REASON
              END-EVALUATE
           END-IF.

      *
      *    INPUT PROCEDURE OF THE HIT SORT: ONE PASS OVER THE INDEX
      *    PER TERM (TWO FOR OR).
       A000-FINDHITS.
           MOVE 'N' TO LAST-SET-SW.
           MOVE QRY-TERM1 TO SCAN-TERM.
           IF QRY-PREFIX
              SET PREFIX-SCAN TO TRUE
           ELSE
              MOVE 'N' TO PREFIX-SCAN-SW
           END-IF.
           PERFORM A000-SCANWORD.
           IF QRY-OR
              MOVE QRY-TERM2 TO SCAN-TERM
              PERFORM A000-SCANWORD
           END-IF.

      *
      *    READS THE INDEX ENTRIES OF SCAN-TERM IN KEY ORDER - ALL
      *    OCCURRENCES OF ONE WORD ARE ADJACENT, AND A PREFIX'S
      *    WORDS FOLLOW ONE ANOTHER, SO THE PASS STARTS AT THE FIRST
      *    KEY NOT BELOW THE TERM AND STOPS AT THE FIRST KEY PAST
      *    IT. THE KEY TAIL IS LOW-VALUES SO THE START LANDS BEFORE
      *    EVERY ENTRY OF THE TERM.
       A000-SCANWORD.
           MOVE ZEROS TO SCAN-LEN.
           INSPECT SCAN-TERM TALLYING SCAN-LEN FOR
              CHARACTERS BEFORE INITIAL SPACE.
           MOVE 'N' TO SCAN-END-SW.
           MOVE LOW-VALUES TO OCC-KEY.
           MOVE SCAN-TERM(1:SCAN-LEN) TO OCC-WORD(1:SCAN-LEN).
           START OCC-IDX KEY NOT LESS THAN OCC-KEY
              INVALID KEY
                 SET SCAN-END TO TRUE
           END-START.
           IF OCC-STATUS NOT = "00"
              SET SCAN-END TO TRUE
           END-IF.
           IF NOT SCAN-END
              PERFORM A000-OCCNEXT
           END-IF.
           PERFORM UNTIL SCAN-END
                   IF PREFIX-SCAN
                      IF OCC-WORD(1:SCAN-LEN) NOT =
                         SCAN-TERM(1:SCAN-LEN)
                         SET SCAN-END TO TRUE
                      END-IF
                   ELSE
                      IF OCC-WORD NOT = SCAN-TERM
                         SET SCAN-END TO TRUE
                      END-IF
                   END-IF
                   IF NOT SCAN-END
                      IF (QRY-TAG = SPACES OR OCC-DOCTAG = QRY-TAG)
                         AND (QRY-MEMBER = SPACES
                              OR OCC-MEMBER = QRY-MEMBER)
                         IF QRY-AND
                            PERFORM A000-ANDPROBE
                         ELSE
                            PERFORM A000-RELHIT
                         END-IF
                      END-IF
                      IF NOT SCAN-END
                         PERFORM A000-OCCNEXT
                      END-IF
                   END-IF
           END-PERFORM.

      *
      *    ANY STATUS BUT A CLEAN READ ENDS THE PASS - A READ ERROR
      *    MUST NOT LEAVE THE LOOP ABOVE SPINNING ON ONE POSITION.
       A000-OCCNEXT.
           READ OCC-IDX NEXT
           AT END
              SET SCAN-END TO TRUE
           END-READ.
           IF OCC-STATUS NOT = "00" AND OCC-STATUS NOT = "02"
              SET SCAN-END TO TRUE
           END-IF.

      *
      *    THE FIRST TERM IS ON THIS LINE - LOOK UP THE SECOND TERM
      *    AT THE SAME MEMBER AND LINE (ITS ENTRIES THERE SORT BY
      *    COLUMN, SO THE FIRST KEY NOT BELOW COLUMN 000 TELLS).
      *    THEN PUT THE PASS BACK WHERE IT WAS: THE NEXT READ NEXT
      *    RETURNS THE ENTRY AFTER THE SAVED ONE.
       A000-ANDPROBE.
           IF LAST-SET AND OCC-MEMBER = LAST-MEMBER
                       AND OCC-LINE = LAST-LINE
              CONTINUE
           ELSE
              SET LAST-SET TO TRUE
              MOVE OCC-MEMBER TO LAST-MEMBER
              MOVE OCC-LINE   TO LAST-LINE
              MOVE OCC-REC    TO SAVE-REC
              MOVE OCC-KEY    TO SAVE-KEY
              MOVE 'N' TO PROBE-HIT-SW
              MOVE QRY-TERM2  TO OCC-WORD
              MOVE ZEROS      TO OCC-COL
              START OCC-IDX KEY NOT LESS THAN OCC-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ OCC-IDX NEXT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF OCC-WORD = QRY-TERM2
                          AND OCC-MEMBER = LAST-MEMBER
                          AND OCC-LINE = LAST-LINE
                          SET PROBE-HIT TO TRUE
                       END-IF
                    END-READ
              END-START
              MOVE SAVE-REC TO OCC-REC
              IF PROBE-HIT
                 PERFORM A000-RELHIT
              END-IF
              MOVE SAVE-KEY TO OCC-KEY
              START OCC-IDX KEY GREATER THAN OCC-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE
              END-START
              IF OCC-STATUS NOT = "00"
                 SET SCAN-END TO TRUE
              END-IF
              MOVE SAVE-REC TO OCC-REC
           END-IF.

      *
       A000-RELHIT.
           MOVE OCC-MEMBER TO HS-MEMBER.
           MOVE OCC-LINE   TO HS-LINE.
           MOVE OCC-COL    TO HS-COL.
           MOVE OCC-WORD   TO HS-WORD.
           MOVE OCC-DOCTAG TO HS-DOCTAG.
           MOVE OCC-TEXT   TO HS-TEXT.
           RELEASE HS-REC.

      *
      *    OUTPUT PROCEDURE: THE HITS IN SOURCE ORDER. THE SAME
      *    OCCURRENCE RETURNED TWICE (AN OR SEARCH NAMING ONE WORD
      *    TWICE) IS PRINTED ONCE. AN AND HIT SHOWS BOTH TERMS.
       A000-PRINTHITS.
           MOVE 'N' TO SORT-EOF-SW.
           MOVE 'N' TO LAST-SET-SW.
           PERFORM A000-HSRET.
           PERFORM UNTIL SORT-EOF
                   IF LAST-SET AND HS-MEMBER = LAST-MEMBER
                               AND HS-LINE = LAST-LINE
                               AND HS-COL = LAST-COL
                      CONTINUE
                   ELSE
                      SET LAST-SET TO TRUE
                      MOVE HS-MEMBER TO LAST-MEMBER
                      MOVE HS-LINE   TO LAST-LINE
                      MOVE HS-COL    TO LAST-COL
                      ADD 1 TO SEARCH-HITS
                      MOVE SPACES TO QRY-HIT-LINE
                      IF QRY-AND
                         STRING QRY-TERM1 DELIMITED BY SPACE
                                " + "     DELIMITED BY SIZE
                                QRY-TERM2 DELIMITED BY SPACE
                            INTO QHL-WORD
                         END-STRING
                      ELSE
                         MOVE HS-WORD TO QHL-WORD
                      END-IF
                      MOVE HS-MEMBER TO QHL-MEMBER
                      MOVE HS-DOCTAG TO QHL-DOCTAG
                      MOVE HS-LINE   TO QHL-LINE
                      MOVE HS-COL    TO QHL-COL
                      MOVE HS-TEXT   TO QHL-TEXT
                      MOVE QRY-HIT-LINE TO PRT-QRY-REC
                      WRITE PRT-QRY-REC
                   END-IF
                   PERFORM A000-HSRET
           END-PERFORM.

      *
       A000-HSRET.
           RETURN HIT-SORT
           AT END
              SET SORT-EOF TO TRUE
           END-RETURN.

      *
       A000-RPTFOOT.
           MOVE SPACES TO PRT-QRY-REC.
           WRITE PRT-QRY-REC.
           MOVE SPACES TO QRY-TOTAL-LINE.
           MOVE "* SEARCH CARDS READ" TO QTL-TEXT.
           MOVE CARDS-READ TO QTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* SEARCHES RUN" TO QTL-TEXT.
           MOVE SEARCHES-RUN TO QTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* SEARCHES WITH NO HITS" TO QTL-TEXT.
           MOVE SEARCHES-EMPTY TO QTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* CARDS SKIPPED" TO QTL-TEXT.
           MOVE CARDS-REJECTED TO QTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* TOTAL HITS" TO QTL-TEXT.
           MOVE TOTAL-HITS TO QTL-COUNT.
           PERFORM A000-TOTLINE.

      *
       A000-TOTLINE.
           MOVE QRY-TOTAL-LINE TO PRT-QRY-REC.
           WRITE PRT-QRY-REC.
           MOVE SPACES TO QRY-TOTAL-LINE.

      *
       A000-RAISE-RC.
           IF RC-CAND > RUN-RC
              MOVE RC-CAND TO RUN-RC
           END-IF.

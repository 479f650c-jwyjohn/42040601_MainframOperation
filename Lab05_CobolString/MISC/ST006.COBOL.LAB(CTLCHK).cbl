       IDENTIFICATION DIVISION.
      ****************************************************************
      *    IDENTIFICATION DIVISION                                   *
      *    PRE-FLIGHT CHECK OF THE STRLAB CONTROL DECKS              *
      *    AUTHOR      JIANGWENYUAN                                  *
      *    STUDNET ID  1951510                                       *
      *    HLQ         ST006                                         *
      ****************************************************************
       PROGRAM-ID.    CTLCHK.
       AUTHOR.        JWY.
      *
      *    RUNS AS THE STEP AHEAD OF STRLAB. READS EVERY CONTROL
      *    DECK STRLAB WILL READ - PARMCTL, STOPCTL, WORDCTL,
      *    PUNCCTL, TAGMSTR, LEXICON (SPELL FILE RUNS ONLY), SCANCTL
      *    (SCAN Y RUNS ONLY) AND MEMBCTL - WITH THE SAME RULES
      *    STRLAB APPLIES, AND
      *    LISTS EVERY PROBLEM FOUND ON ONE PRTCHK
      *    LISTING (DECK, CARD NUMBER, SEVERITY, MESSAGE AND THE
      *    CARD IMAGE) INSTEAD OF LEAVING THEM TO SURFACE ONE AT A
      *    TIME IN THE STRLAB JOB LOG OR AS A FAILED OVERNIGHT RUN.
      *    NO GETLINE RECORD IS READ - THE INPUT MEMBERS ARE ONLY
      *    OPENED AND CLOSED TO PROVE THEY EXIST.
      *    CONDITION CODES:
      *       0  - ALL DECKS CLEAN
      *       4  - WARNINGS ONLY; STRLAB WILL RUN, BUT SOMETHING IN
      *            THE DECKS WILL NOT DO WHAT IT APPEARS TO ASK
      *       8  - ERRORS; STRLAB WOULD END 12, STOP EARLY OR ABEND
      *            ON THESE DECKS - THE JOB SHOULD NOT RUN STRLAB
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-CTL ASSIGN TO PARMCTL.
           SELECT OPTIONAL STOP-CTL ASSIGN TO STOPCTL.
           SELECT OPTIONAL WORD-CTL ASSIGN TO WORDCTL.
           SELECT OPTIONAL PUNC-CTL ASSIGN TO PUNCCTL.
           SELECT OPTIONAL TAG-MSTR ASSIGN TO TAGMSTR.
           SELECT OPTIONAL LEX-IN   ASSIGN TO LEXICON.
           SELECT OPTIONAL SCAN-CTL ASSIGN TO SCANCTL.
           SELECT OPTIONAL MEMB-CTL ASSIGN TO MEMBCTL.
           SELECT MEMB-PROBE ASSIGN DYNAMIC PROBE-NAME
                  FILE STATUS PROBE-STATUS.
           SELECT PRT-CHK   ASSIGN TO PRTCHK.

       DATA DIVISION.
       FILE SECTION.
      *    CONTROL-DECK LAYOUTS MUST STAY IN STEP WITH THE MATCHING
      *    FDS IN STRLAB - THIS PROGRAM CHECKS THE SAME CARDS.
       FD  PARM-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PARM-REC.
          05 PARM-KEY       PIC X(10) VALUE SPACES.
          05 PARM-VAL       PIC X(70) VALUE SPACES.

       FD  STOP-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 STOPCTL-REC       PIC X(80) VALUE SPACES.

       FD  WORD-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 WORDCTL-REC       PIC X(80) VALUE SPACES.

       FD  PUNC-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PUNCCTL-REC       PIC X(80) VALUE SPACES.

       FD  TAG-MSTR RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 TAGM-IN-REC.
          05 TAGM-IN-KEY    PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TAGM-IN-DESC   PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TAGM-IN-DEPT   PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TAGM-IN-STATUS PIC X(1)  VALUE SPACES.
             88 TAGM-IN-INACTIVE      VALUE 'I'.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 TAGM-IN-STDATE PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(8)  VALUE SPACES.

       FD  LEX-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 LEXIN-REC         PIC X(80) VALUE SPACES.

       FD  SCAN-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 SCANCTL-REC.
          05 SCD-TYPE       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SCD-RULE       PIC X(6)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 SCD-OPERAND    PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(23) VALUE SPACES.

       FD  MEMB-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 MEMBCTL-REC       PIC X(80) VALUE SPACES.

      *    EXISTENCE PROBE FOR ONE INPUT MEMBER - OPENED AND CLOSED,
      *    NEVER READ, SO THE RECORD LENGTH DOES NOT MATTER AND THE
      *    SAME FD SERVES BOTH THE 80-BYTE AND THE WIDE FEED.
       FD  MEMB-PROBE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 PROBE-REC         PIC X(80) VALUE SPACES.

       FD  PRT-CHK RECORD CONTAINS 132 CHARACTERS RECORDING MODE F.
       01 PRT-CHK-REC.
          05 PCK-DECK       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 PCK-CARD       PIC Z(5)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 PCK-SEV        PIC X(7)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 PCK-MSG        PIC X(50) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 PCK-IMAGE      PIC X(54) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01 PROBE-NAME        PIC X(80) VALUE SPACES.
       01 PROBE-STATUS      PIC X(2)  VALUE SPACES.

       01 CHK-SWITCHES.
          05 CTL-EOF-SW     PIC X(1)  VALUE 'N'.
             88 CTL-EOF               VALUE 'Y'.
          05 FOUND-SW       PIC X(1)  VALUE 'N'.
             88 FOUND                 VALUE 'Y'.
          05 EDIT-OK-SW     PIC X(1)  VALUE 'Y'.
             88 EDIT-OK               VALUE 'Y'.
          05 EDIT-TAG-ENDED-SW PIC X(1) VALUE 'N'.
             88 EDIT-TAG-ENDED        VALUE 'Y'.

      *    THE PARMCTL SETTINGS THE CROSS-DECK CHECKS DEPEND ON, AS
      *    STRLAB WOULD RESOLVE THEM (LAST CARD WINS), AND THE CARD
      *    NUMBER EACH CAME FROM SO A CONFLICT POINTS AT ITS CARD.
       01 PARM-SETTINGS.
          05 CASE-INS-SW    PIC X(1)  VALUE 'N'.
             88 CASE-INSENSITIVE      VALUE 'Y'.
          05 RESTART-SW     PIC X(1)  VALUE 'N'.
             88 RESTART-MODE          VALUE 'Y'.
          05 DICT-SW        PIC X(1)  VALUE 'Y'.
             88 DICT-UPDATE           VALUE 'Y'.
          05 DUPRUN-MODE    PIC X(4)  VALUE "WARN".
             88 DUPRUN-STOP-MODE      VALUE "STOP".
          05 CKPT-INTERVAL  PIC 9(6)  VALUE ZEROS.
          05 MIN-WORD-LEN   PIC 99    VALUE ZEROS.
          05 RESTART-CARD   PIC 9(5)  VALUE ZEROS.
          05 CKPTN-CARD     PIC 9(5)  VALUE ZEROS.
          05 SPELL-SW       PIC X(1)  VALUE 'N'.
             88 SPELL-FROM-FILE       VALUE 'F'.
          05 SPELL-CARD     PIC 9(5)  VALUE ZEROS.
          05 HISTORY-SW     PIC X(1)  VALUE 'N'.
             88 HISTORY-POST          VALUE 'Y'.
          05 HISTORY-CARD   PIC 9(5)  VALUE ZEROS.
          05 SCAN-SW        PIC X(1)  VALUE 'N'.
             88 SENSITIVE-SCAN        VALUE 'Y'.

      *    EVERY PARMCTL KEY SEEN SO FAR - A KEY CARDED TWICE IS
      *    LEGAL BUT ONLY THE LAST CARD TAKES EFFECT.
       01 PARM-SEEN-TABLE.
          05 PARM-SEEN-N    PIC 99    VALUE ZEROS.
          05 PARM-SEEN-KEY  PIC X(10) OCCURS 40 TIMES
                             INDEXED BY PS-IX VALUE SPACES.

       01 STOPWORD-TABLE.
          05 STOP-COUNT-N   PIC 9(3)  VALUE ZEROS.
          05 STOP-WORD-ENT  PIC X(80) OCCURS 100 TIMES
                             INDEXED BY SW-IX VALUE SPACES.

      *    TAG KEYS ALREADY SEEN ON TAGMSTR. HELD TO TAGMNT'S
      *    1000-RECORD MASTER SO A DUPLICATE IS CAUGHT WHEREVER IT
      *    SITS.
       01 TAG-SEEN-TABLE.
          05 TAG-SEEN-N     PIC 9(4)  VALUE ZEROS.
          05 TAG-SEEN-KEY   PIC X(8)  OCCURS 1000 TIMES
                             INDEXED BY TS-IX VALUE SPACES.

       01 MEMB-SEEN-TABLE.
          05 MEMB-SEEN-N    PIC 9(3)  VALUE ZEROS.
          05 MEMB-SEEN-NAME PIC X(80) OCCURS 200 TIMES
                             INDEXED BY MS-IX VALUE SPACES.

       01 CHK-COUNTERS.
          05 CARD-NO        PIC 9(5)  VALUE ZEROS.
          05 ENTRY-COUNT    PIC 9(5)  VALUE ZEROS.
          05 ERROR-COUNT    PIC 9(5)  VALUE ZEROS.
          05 WARN-COUNT     PIC 9(5)  VALUE ZEROS.

      *    ONE PROBLEM LINE, FILLED IN BY THE CALLER AND WRITTEN BY
      *    A000-PROBLEM.
       01 PROBLEM-VARIABLES.
          05 CUR-DECK       PIC X(8)  VALUE SPACES.
          05 PROB-SEV       PIC X(7)  VALUE SPACES.
             88 PROB-ERROR            VALUE "ERROR".
          05 PROB-MSG       PIC X(50) VALUE SPACES.
          05 PROB-IMAGE     PIC X(80) VALUE SPACES.

       01 CHK-VARIABLES.
          05 NORM-BUF       PIC X(80) VALUE SPACES.
          05 NORM-WORD      PIC X(80) VALUE SPACES.
          05 NORM-PTR       PIC 9(3)  VALUE 1.
          05 NORM-OUT-PTR   PIC 9(3)  VALUE 1.
          05 NORM-COUNT     PIC 99    VALUE ZEROS.
          05 CMP-WORD       PIC X(80) VALUE SPACES.
          05 WORD-LEN       PIC 99    VALUE ZEROS.
          05 LEAD-SPACES    PIC 99    VALUE ZEROS.
          05 EDIT-IX        PIC 9(3)  VALUE ZEROS.
          05 EDIT-TAG       PIC X(8)  VALUE SPACES.
          05 EDIT-CHAR      PIC X(1)  VALUE SPACE.
             88 EDIT-TAG-CHAR VALUES "A" THRU "I"
                                     "J" THRU "R"
                                     "S" THRU "Z"
                                     "0" THRU "9".
          05 RUN-STAMP      PIC X(14) VALUE SPACES.
          05 SCAN-OPND      PIC X(40) VALUE SPACES.
          05 SCAN-MIN-X     PIC X(10) VALUE SPACES.
          05 SCAN-MAX-X     PIC X(10) VALUE SPACES.
          05 SCAN-REST-X    PIC X(20) VALUE SPACES.

       01 SUMMARY-LINE.
          05 SUM-TEXT       PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SUM-COUNT      PIC Z(5)  VALUE ZEROS.
          05 FILLER         PIC X(85) VALUE SPACES.

      ****************************************************************
      *    PROCEDURE DIVISION                                        *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
           OPEN OUTPUT PRT-CHK.
           MOVE SPACES TO PRT-CHK-REC.
           STRING "* STRLAB CONTROL DECK CHECK " DELIMITED BY SIZE
                  RUN-STAMP(1:8)                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  RUN-STAMP(9:4)                 DELIMITED BY SIZE
              INTO PRT-CHK-REC
           END-STRING.
           WRITE PRT-CHK-REC.
           MOVE SPACES TO PRT-CHK-REC.
           MOVE "DECK" TO PCK-DECK.
           MOVE " CARD" TO PRT-CHK-REC(11:5).
           MOVE "SEVERTY" TO PCK-SEV.
           MOVE "PROBLEM" TO PCK-MSG.
           MOVE "CARD IMAGE" TO PCK-IMAGE.
           WRITE PRT-CHK-REC.
      *    PARMCTL FIRST (CASEINS AND MINLEN DECIDE HOW KEYWORDS ARE
      *    CHECKED), THEN THE STOP LIST THE KEYWORDS ARE CHECKED
      *    AGAINST, THEN EVERYTHING ELSE IN STRLAB'S LOAD ORDER.
           PERFORM A000-CHKPARMS.
           PERFORM A000-CHKSTOPS.
           PERFORM A000-CHKWORDS.
           PERFORM A000-CHKPUNC.
           PERFORM A000-CHKTAGS.
           IF SPELL-FROM-FILE
              PERFORM A000-CHKLEX
           END-IF.
           IF SENSITIVE-SCAN
              PERFORM A000-CHKSCAN
           END-IF.
           PERFORM A000-CHKMEMBS.
           PERFORM A000-SUMMARY.
           CLOSE PRT-CHK.
           IF ERROR-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WARN-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

      *
      *    WRITES ONE PROBLEM LINE FOR THE CARD IN HAND (CUR-DECK,
      *    CARD-NO, PROB-SEV, PROB-MSG, PROB-IMAGE SET BY THE
      *    CALLER) AND COUNTS IT BY SEVERITY.
       A000-PROBLEM.
           MOVE SPACES     TO PRT-CHK-REC.
           MOVE CUR-DECK   TO PCK-DECK.
           MOVE CARD-NO    TO PCK-CARD.
           MOVE PROB-SEV   TO PCK-SEV.
           MOVE PROB-MSG   TO PCK-MSG.
           MOVE PROB-IMAGE TO PCK-IMAGE.
           WRITE PRT-CHK-REC.
           IF PROB-ERROR
              ADD 1 TO ERROR-COUNT
           ELSE
              ADD 1 TO WARN-COUNT
           END-IF.

      *
       A000-DECKFOOT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "* " DELIMITED BY SIZE
                  CUR-DECK DELIMITED BY SPACE
                  " CARDS READ" DELIMITED BY SIZE
              INTO SUM-TEXT
           END-STRING.
           MOVE CARD-NO TO SUM-COUNT.
           MOVE SUMMARY-LINE TO PRT-CHK-REC.
           WRITE PRT-CHK-REC.

      *
       A000-CHKPARMS.
           MOVE "PARMCTL" TO CUR-DECK.
           MOVE ZEROS TO CARD-NO.
           MOVE 'N' TO CTL-EOF-SW.
           OPEN INPUT PARM-CTL.
           READ PARM-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   ADD 1 TO CARD-NO
                   MOVE PARM-REC TO PROB-IMAGE
                   PERFORM A000-ONEPARM
                   READ PARM-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE PARM-CTL.
           PERFORM A000-DECKFOOT.

      *
      *    ONE PARMCTL CARD, CHECKED KEY FOR KEY THE WAY STRLAB'S
      *    A000-ONEPARM ACCEPTS IT: AN UNUSABLE VALUE FOR A KNOWN
      *    KEY IS AN ERROR (STRLAB WOULD END 12), AN UNRECOGNIZED
      *    KEY A WARNING. CARDS STARTING WITH "*" ARE COMMENTS.
       A000-ONEPARM.
           EVALUATE PARM-KEY
              WHEN "CASEINS"
                 PERFORM A000-PARMYN
                 IF PARM-VAL(1:1) = "Y"
                    MOVE 'Y' TO CASE-INS-SW
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN "RESTART"
                 PERFORM A000-PARMYN
                 IF PARM-VAL(1:1) = "Y"
                    MOVE 'Y' TO RESTART-SW
                    MOVE CARD-NO TO RESTART-CARD
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN "DICT"
                 PERFORM A000-PARMYN
                 IF PARM-VAL(1:1) = "N"
                    MOVE 'N' TO DICT-SW
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN "PAIRS"
              WHEN "DROPNUM"
              WHEN "WIDE"
              WHEN "HYPHEN"
              WHEN "CTLTOTAL"
              WHEN "INDEX"
              WHEN "CHARGE"
                 PERFORM A000-PARMYN
                 PERFORM A000-PARMSEEN
              WHEN "SCAN"
                 PERFORM A000-PARMYN
                 IF PARM-VAL(1:1) = "Y"
                    MOVE 'Y' TO SCAN-SW
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN "HISTORY"
                 PERFORM A000-PARMYN
                 MOVE PARM-VAL(1:1) TO HISTORY-SW
                 MOVE CARD-NO TO HISTORY-CARD
                 PERFORM A000-PARMSEEN
              WHEN "DUPRUN"
                 IF PARM-VAL(1:4) = "WARN" OR PARM-VAL(1:4) = "STOP"
                    MOVE PARM-VAL(1:4) TO DUPRUN-MODE
                 ELSE
                    PERFORM A000-PARMBAD
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN "RUNNAME"
                 IF PARM-VAL(1:8) = SPACES
                    PERFORM A000-PARMBAD
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN "CKPTN"
                 IF FUNCTION TRIM(PARM-VAL) IS NUMERIC
                    COMPUTE CKPT-INTERVAL =
                       FUNCTION NUMVAL(FUNCTION TRIM(PARM-VAL))
                    MOVE CARD-NO TO CKPTN-CARD
                 ELSE
                    PERFORM A000-PARMBAD
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN "MINLEN"
                 IF FUNCTION TRIM(PARM-VAL) IS NUMERIC
                    COMPUTE MIN-WORD-LEN =
                       FUNCTION NUMVAL(FUNCTION TRIM(PARM-VAL))
                 ELSE
                    PERFORM A000-PARMBAD
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN "PAGEDEP"
              WHEN "TOPN"
                 IF FUNCTION TRIM(PARM-VAL) IS NUMERIC
                    AND FUNCTION NUMVAL(FUNCTION TRIM(PARM-VAL)) > 0
                    CONTINUE
                 ELSE
                    PERFORM A000-PARMBAD
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN "SPELL"
                 EVALUATE PARM-VAL(1:4)
                    WHEN "N"
                       MOVE 'N' TO SPELL-SW
                    WHEN "FILE"
                       MOVE 'F' TO SPELL-SW
                    WHEN "DICT"
                       MOVE 'D' TO SPELL-SW
                    WHEN OTHER
                       PERFORM A000-PARMBAD
                 END-EVALUATE
                 MOVE CARD-NO TO SPELL-CARD
                 PERFORM A000-PARMSEEN
              WHEN "SPELLMIN"
                 IF FUNCTION TRIM(PARM-VAL) IS NUMERIC
                    CONTINUE
                 ELSE
                    PERFORM A000-PARMBAD
                 END-IF
                 PERFORM A000-PARMSEEN
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 IF PARM-KEY(1:1) NOT = "*"
                    MOVE "WARNING" TO PROB-SEV
                    MOVE "UNRECOGNIZED KEY - STRLAB IGNORES THIS CARD"
                      TO PROB-MSG
                    PERFORM A000-PROBLEM
                 END-IF
           END-EVALUATE.

      *
       A000-PARMYN.
           IF PARM-VAL(1:1) NOT = "Y" AND PARM-VAL(1:1) NOT = "N"
              PERFORM A000-PARMBAD
           END-IF.

      *
       A000-PARMBAD.
           MOVE "ERROR" TO PROB-SEV.
           MOVE "UNUSABLE VALUE FOR THIS KEY - STRLAB WOULD END 12"
             TO PROB-MSG.
           PERFORM A000-PROBLEM.

      *
      *    A KEY CARDED A SECOND TIME IS USUALLY A DECK THAT WAS
      *    EDITED IN TWO PLACES. STRLAB KEEPS THE LAST VALUE FOR A
      *    NUMERIC KEY BUT NEVER TURNS A Y/N SWITCH BACK, SO WHICH
      *    CARD GOVERNS DEPENDS ON THE KEY.
       A000-PARMSEEN.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING PS-IX FROM 1 BY 1
                     UNTIL PS-IX > PARM-SEEN-N OR FOUND
                   IF PARM-SEEN-KEY(PS-IX) = PARM-KEY
                      SET FOUND TO TRUE
                   END-IF
           END-PERFORM.
           IF FOUND
              MOVE "WARNING" TO PROB-SEV
              MOVE "KEY ALREADY CARDED - THE CARDS MAY CONFLICT"
                TO PROB-MSG
              PERFORM A000-PROBLEM
           ELSE
              IF PARM-SEEN-N < 40
                 ADD 1 TO PARM-SEEN-N
                 MOVE PARM-KEY TO PARM-SEEN-KEY(PARM-SEEN-N)
              END-IF
           END-IF.

      *
      *    LOADS THE STOP LIST THE WAY STRLAB DOES (UPPER-CASED
      *    WHEN CASEINS Y) SO THE KEYWORDS CAN BE CHECKED AGAINST
      *    IT. STRLAB COMPARES THE WHOLE CARD WITH THE TOKEN, SO A
      *    CARD THAT IS NOT ONE LEFT-JUSTIFIED WORD CAN NEVER MATCH.
       A000-CHKSTOPS.
           MOVE "STOPCTL" TO CUR-DECK.
           MOVE ZEROS TO CARD-NO.
           MOVE ZEROS TO STOP-COUNT-N.
           MOVE 'N' TO CTL-EOF-SW.
           OPEN INPUT STOP-CTL.
           READ STOP-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   ADD 1 TO CARD-NO
                   MOVE STOPCTL-REC TO PROB-IMAGE
                   IF STOPCTL-REC NOT = SPACES
                      IF STOP-COUNT-N < 100
                         ADD 1 TO STOP-COUNT-N
                         IF CASE-INSENSITIVE
                            MOVE FUNCTION UPPER-CASE(STOPCTL-REC)
                              TO STOP-WORD-ENT(STOP-COUNT-N)
                         ELSE
                            MOVE STOPCTL-REC
                              TO STOP-WORD-ENT(STOP-COUNT-N)
                         END-IF
                      ELSE
                         MOVE "WARNING" TO PROB-SEV
                         MOVE "BEYOND THE 100-WORD STOP TABLE - IGNORED"
                           TO PROB-MSG
                         PERFORM A000-PROBLEM
                      END-IF
                      MOVE ZEROS TO WORD-LEN
                      INSPECT STOPCTL-REC TALLYING WORD-LEN FOR
                         CHARACTERS BEFORE INITIAL SPACE
                      IF WORD-LEN = 0
                         OR STOPCTL-REC(WORD-LEN + 1:) NOT = SPACES
                         MOVE "WARNING" TO PROB-SEV
                         MOVE "BLANKS IN THE WORD - NEVER MATCHES"
                           TO PROB-MSG
                         PERFORM A000-PROBLEM
                      END-IF
                   END-IF
                   READ STOP-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE STOP-CTL.
           PERFORM A000-DECKFOOT.

      *
      *    WORDCTL ENTRIES ARE NORMALIZED AS STRLAB'S A000-KWNORM
      *    DOES. PAST THE 20-ENTRY TABLE AN ENTRY IS NEVER LOADED;
      *    A PHRASE OF MORE THAN 8 WORDS NEVER MATCHES. A SINGLE-
      *    WORD KEYWORD THAT IS ON THE STOP LIST, OR SHORTER THAN
      *    MINLEN, IS STILL COUNTED AS A KEYWORD HIT BUT NEVER AS A
      *    WORD - IT CAN NOT REACH THE CONCORDANCE, THE WORD TOTALS
      *    OR THE DICTIONARY, WHICH IS RARELY WHAT WAS MEANT.
       A000-CHKWORDS.
           MOVE "WORDCTL" TO CUR-DECK.
           MOVE ZEROS TO CARD-NO.
           MOVE ZEROS TO ENTRY-COUNT.
           MOVE 'N' TO CTL-EOF-SW.
           OPEN INPUT WORD-CTL.
           READ WORD-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   ADD 1 TO CARD-NO
                   MOVE WORDCTL-REC TO PROB-IMAGE
                   IF WORDCTL-REC NOT = SPACES
                      ADD 1 TO ENTRY-COUNT
                      IF ENTRY-COUNT > 20
                         MOVE "WARNING" TO PROB-SEV
                         MOVE "BEYOND 20-ENTRY KEYWORD TABLE - IGNORED"
                           TO PROB-MSG
                         PERFORM A000-PROBLEM
                      ELSE
                         PERFORM A000-ONEWORD
                      END-IF
                   END-IF
                   READ WORD-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE WORD-CTL.
           PERFORM A000-DECKFOOT.

      *
       A000-ONEWORD.
           PERFORM A000-KWNORM.
           IF NORM-COUNT > 8
              MOVE "WARNING" TO PROB-SEV
              MOVE "PHRASE LONGER THAN 8 WORDS CAN NEVER MATCH"
                TO PROB-MSG
              PERFORM A000-PROBLEM
           END-IF.
           IF NORM-COUNT = 1
              IF CASE-INSENSITIVE
                 MOVE FUNCTION UPPER-CASE(NORM-BUF) TO CMP-WORD
              ELSE
                 MOVE NORM-BUF TO CMP-WORD
              END-IF
              MOVE 'N' TO FOUND-SW
              PERFORM VARYING SW-IX FROM 1 BY 1
                        UNTIL SW-IX > STOP-COUNT-N OR FOUND
                      IF STOP-WORD-ENT(SW-IX) = CMP-WORD
                         SET FOUND TO TRUE
                      END-IF
              END-PERFORM
              IF FOUND
                 MOVE "WARNING" TO PROB-SEV
                 MOVE "KEYWORD IS ON STOPCTL - NEVER COUNTED AS A WORD"
                   TO PROB-MSG
                 PERFORM A000-PROBLEM
              END-IF
              MOVE ZEROS TO WORD-LEN
              INSPECT NORM-BUF TALLYING WORD-LEN FOR
                 CHARACTERS BEFORE INITIAL SPACE
              IF MIN-WORD-LEN > 0 AND WORD-LEN < MIN-WORD-LEN
                 MOVE "WARNING" TO PROB-SEV
                 MOVE "KEYWORD SHORTER THAN MINLEN - NEVER A WORD"
                   TO PROB-MSG
                 PERFORM A000-PROBLEM
              END-IF
           END-IF.

      *
      *    SAME NORMALIZATION AS STRLAB'S A000-KWNORM: SINGLE
      *    SPACES BETWEEN WORDS, WORDS COUNTED.
       A000-KWNORM.
           MOVE SPACES TO NORM-BUF.
           MOVE ZEROS  TO NORM-COUNT.
           MOVE 1 TO NORM-OUT-PTR.
           MOVE 1 TO NORM-PTR.
           PERFORM UNTIL NORM-PTR > 80
                   MOVE SPACES TO NORM-WORD
                   UNSTRING WORDCTL-REC DELIMITED BY ALL SPACES
                      INTO NORM-WORD WITH POINTER NORM-PTR
                   END-UNSTRING
                   IF NORM-WORD NOT = SPACES
                      ADD 1 TO NORM-COUNT
                      STRING NORM-WORD DELIMITED BY SPACE
                             " "       DELIMITED BY SIZE
                         INTO NORM-BUF WITH POINTER NORM-OUT-PTR
                      END-STRING
                   END-IF
           END-PERFORM.

      *
      *    STRLAB TAKES ONLY COLUMN 1 OF EACH PUNCCTL CARD AND
      *    SKIPS A CARD WHOSE COLUMN 1 IS BLANK.
       A000-CHKPUNC.
           MOVE "PUNCCTL" TO CUR-DECK.
           MOVE ZEROS TO CARD-NO.
           MOVE ZEROS TO ENTRY-COUNT.
           MOVE 'N' TO CTL-EOF-SW.
           OPEN INPUT PUNC-CTL.
           READ PUNC-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   ADD 1 TO CARD-NO
                   MOVE PUNCCTL-REC TO PROB-IMAGE
                   IF PUNCCTL-REC(1:1) NOT = SPACE
                      ADD 1 TO ENTRY-COUNT
                      IF ENTRY-COUNT > 30
                         MOVE "WARNING" TO PROB-SEV
                         MOVE "BEYOND 30-CHARACTER PUNC TABLE - IGNORED"
                           TO PROB-MSG
                         PERFORM A000-PROBLEM
                      END-IF
                   ELSE
                      IF PUNCCTL-REC NOT = SPACES
                         MOVE "WARNING" TO PROB-SEV
                         MOVE "COLUMN 1 BLANK - STRLAB SKIPS THIS CARD"
                           TO PROB-MSG
                         PERFORM A000-PROBLEM
                      END-IF
                   END-IF
                   READ PUNC-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE PUNC-CTL.
           PERFORM A000-DECKFOOT.

      *
      *    EVERY TAG KEY MUST PASS THE SAME EDIT-TAG-CHAR RULES THE
      *    STRLAB EDIT PASS APPLIES TO DOC TAGS - A KEY THAT COULD
      *    NEVER BE WELL-FORMED ON INPUT AUTHORIZES NOTHING - AND
      *    MUST BE UNIQUE, SINCE THE DESCRIPTION AND DEPARTMENT OF
      *    A DUPLICATE WOULD DEPEND ON CARD ORDER. AN INACTIVE TAG
      *    IS NOT LOADED BY STRLAB, SO IT TAKES NO TABLE SLOT, BUT
      *    ITS KEY STILL COUNTS AS TAKEN.
       A000-CHKTAGS.
           MOVE "TAGMSTR" TO CUR-DECK.
           MOVE ZEROS TO CARD-NO.
           MOVE ZEROS TO ENTRY-COUNT.
           MOVE ZEROS TO TAG-SEEN-N.
           MOVE 'N' TO CTL-EOF-SW.
           OPEN INPUT TAG-MSTR.
           READ TAG-MSTR
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   ADD 1 TO CARD-NO
                   MOVE TAGM-IN-REC TO PROB-IMAGE
                   IF TAGM-IN-KEY NOT = SPACES
                      AND TAGM-IN-KEY(1:1) NOT = "*"
                      PERFORM A000-ONETAG
                   END-IF
                   READ TAG-MSTR
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE TAG-MSTR.
           PERFORM A000-DECKFOOT.

      *
      *    SPELL FILE WITH NO WORDS ON THE LEXICON DECK MAKES STRLAB
      *    SKIP THE SPELLING PASS (AND END 4) RATHER THAN FLAG EVERY
      *    WORD IN THE RUN. REPORTED AGAINST THE SPELL CARD.
       A000-CHKLEX.
           MOVE "LEXICON" TO CUR-DECK.
           MOVE ZEROS TO CARD-NO.
           MOVE ZEROS TO ENTRY-COUNT.
           MOVE 'N' TO CTL-EOF-SW.
           OPEN INPUT LEX-IN.
           READ LEX-IN
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   ADD 1 TO CARD-NO
                   IF LEXIN-REC NOT = SPACES
                      AND LEXIN-REC(1:1) NOT = "*"
                      ADD 1 TO ENTRY-COUNT
                   END-IF
                   READ LEX-IN
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE LEX-IN.
           PERFORM A000-DECKFOOT.
           IF ENTRY-COUNT = 0
              MOVE "PARMCTL" TO CUR-DECK
              MOVE SPELL-CARD TO CARD-NO
              MOVE "SPELL FILE" TO PROB-IMAGE
              MOVE "WARNING" TO PROB-SEV
              MOVE "LEXICON HAS NO WORDS - SPELL CHECK WILL BE SKIPPED"
                TO PROB-MSG
              PERFORM A000-PROBLEM
           END-IF.

      *
      *    SCANCTL CARDS GET STRLAB'S A000-SCANCARD EDIT: A TYPE, A
      *    RULE OF MASK, DIGITS OR EMAIL, AND AN OPERAND THE RULE CAN
      *    USE. STRLAB STOPS READING ONCE 20 PATTERNS ARE LOADED, SO
      *    A CARD PAST THAT POINT IS NEVER EDITED - OR USED. A DECK
      *    THAT IS ABSENT OR EMPTY IS NOT A PROBLEM: STRLAB SCANS
      *    FOR ITS STANDARD PATTERNS INSTEAD.
       A000-CHKSCAN.
           MOVE "SCANCTL" TO CUR-DECK.
           MOVE ZEROS TO CARD-NO.
           MOVE ZEROS TO ENTRY-COUNT.
           MOVE 'N' TO CTL-EOF-SW.
           OPEN INPUT SCAN-CTL.
           READ SCAN-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   ADD 1 TO CARD-NO
                   MOVE SCANCTL-REC TO PROB-IMAGE
                   IF SCANCTL-REC NOT = SPACES
                      AND SCANCTL-REC(1:1) NOT = "*"
                      IF ENTRY-COUNT = 20
                         MOVE "WARNING" TO PROB-SEV
                         MOVE "BEYOND 20-PATTERN SCAN TABLE - IGNORED"
                           TO PROB-MSG
                         PERFORM A000-PROBLEM
                      ELSE
                         PERFORM A000-ONESCAN
                      END-IF
                   END-IF
                   READ SCAN-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE SCAN-CTL.
           PERFORM A000-DECKFOOT.

      *
       A000-ONESCAN.
           MOVE 'Y' TO EDIT-OK-SW.
           IF SCD-TYPE = SPACES
              MOVE 'N' TO EDIT-OK-SW
           END-IF.
           EVALUATE SCD-RULE
              WHEN "MASK"
                 IF SCD-OPERAND = SPACES
                    MOVE 'N' TO EDIT-OK-SW
                 END-IF
              WHEN "DIGITS"
                 MOVE SPACES TO SCAN-MIN-X
                 MOVE SPACES TO SCAN-MAX-X
                 MOVE SPACES TO SCAN-REST-X
                 MOVE FUNCTION TRIM(SCD-OPERAND) TO SCAN-OPND
                 UNSTRING SCAN-OPND DELIMITED BY ALL SPACES
                    INTO SCAN-MIN-X SCAN-MAX-X SCAN-REST-X
                 END-UNSTRING
                 IF SCAN-MAX-X = SPACES
                    MOVE SCAN-MIN-X TO SCAN-MAX-X
                 END-IF
                 IF FUNCTION TRIM(SCAN-MIN-X) IS NUMERIC
                    AND FUNCTION TRIM(SCAN-MAX-X) IS NUMERIC
                    AND SCAN-REST-X = SPACES
                    AND FUNCTION NUMVAL(SCAN-MIN-X) > 0
                    AND FUNCTION NUMVAL(SCAN-MAX-X) < 100
                    AND FUNCTION NUMVAL(SCAN-MIN-X)
                        NOT > FUNCTION NUMVAL(SCAN-MAX-X)
                    CONTINUE
                 ELSE
                    MOVE 'N' TO EDIT-OK-SW
                 END-IF
              WHEN "EMAIL"
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO EDIT-OK-SW
           END-EVALUATE.
           IF EDIT-OK
              ADD 1 TO ENTRY-COUNT
           ELSE
              MOVE "ERROR" TO PROB-SEV
              MOVE "UNUSABLE SCAN PATTERN - STRLAB WOULD END 12"
                TO PROB-MSG
              PERFORM A000-PROBLEM
           END-IF.

      *
       A000-ONETAG.
           IF NOT TAGM-IN-INACTIVE
              ADD 1 TO ENTRY-COUNT
           END-IF.
           IF ENTRY-COUNT > 200 AND NOT TAGM-IN-INACTIVE
              MOVE "WARNING" TO PROB-SEV
              MOVE "BEYOND THE 200-TAG TABLE - FALSE UNKNTAG REJECTS"
                TO PROB-MSG
              PERFORM A000-PROBLEM
           END-IF.
           MOVE TAGM-IN-KEY TO EDIT-TAG.
           PERFORM A000-TAGEDIT.
           IF NOT EDIT-OK
              MOVE "ERROR" TO PROB-SEV
              MOVE "TAG KEY NOT LEFT-JUSTIFIED A-Z/0-9 - NEVER MATCHES"
                TO PROB-MSG
              PERFORM A000-PROBLEM
           END-IF.
           MOVE 'N' TO FOUND-SW.
           PERFORM VARYING TS-IX FROM 1 BY 1
                     UNTIL TS-IX > TAG-SEEN-N OR FOUND
                   IF TAG-SEEN-KEY(TS-IX) = TAGM-IN-KEY
                      SET FOUND TO TRUE
                   END-IF
           END-PERFORM.
           IF FOUND
              MOVE "ERROR" TO PROB-SEV
              MOVE "DUPLICATE TAG KEY" TO PROB-MSG
              PERFORM A000-PROBLEM
           ELSE
              IF TAG-SEEN-N < 1000
                 ADD 1 TO TAG-SEEN-N
                 MOVE TAGM-IN-KEY TO TAG-SEEN-KEY(TAG-SEEN-N)
              END-IF
           END-IF.
           IF TAGM-IN-DEPT = SPACES
              MOVE "WARNING" TO PROB-SEV
              MOVE "NO OWNING DEPARTMENT ON THIS TAG" TO PROB-MSG
              PERFORM A000-PROBLEM
           END-IF.

      *
      *    THE EDIT-TAG-CHAR RULES OF STRLAB'S A000-EDITREC:
      *    NONBLANK, LEFT-JUSTIFIED, LETTERS AND DIGITS ONLY, NO
      *    EMBEDDED BLANKS.
       A000-TAGEDIT.
           MOVE 'Y' TO EDIT-OK-SW.
           IF EDIT-TAG = SPACES
              MOVE 'N' TO EDIT-OK-SW
           ELSE
              MOVE 'N' TO EDIT-TAG-ENDED-SW
              PERFORM VARYING EDIT-IX FROM 1 BY 1
                        UNTIL EDIT-IX > 8 OR NOT EDIT-OK
                      MOVE EDIT-TAG(EDIT-IX:1) TO EDIT-CHAR
                      IF EDIT-CHAR = SPACE
                         SET EDIT-TAG-ENDED TO TRUE
                      ELSE
                         IF EDIT-TAG-ENDED
                            OR NOT EDIT-TAG-CHAR
                            MOVE 'N' TO EDIT-OK-SW
                         END-IF
                      END-IF
              END-PERFORM
           END-IF.

      *
      *    STRLAB OPENS EVERY MEMBCTL CARD AS A DATASET NAME, BLANK
      *    OR NOT, SO A BLANK CARD OR A NAME THAT DOES NOT EXIST
      *    ABENDS THE RUN PART WAY THROUGH THE LIST. EACH NAME IS
      *    OPENED HERE (AND CLOSED AT ONCE) TO PROVE IT EXISTS.
      *    WITH NO MEMBER LIST THE SINGLE GETLINE FEED IS PROBED
      *    INSTEAD. A SINGLE-FILE RESTART THAT ALSO ASKS FOR HISTORY
      *    IS REPORTED AGAINST THE PARMCTL CARD THAT ASKED. WITH A
      *    MEMBER LIST, RESTART RESUMES FROM THE MEMBCKPT WRITTEN BY
      *    THE FAILED RUN, SO THAT FILE IS PROBED THE SAME WAY - IF
      *    IT IS MISSING STRLAB WARNS AND STARTS AGAIN AT THE FIRST
      *    MEMBER. A RESTART WITHOUT A CKPTN CARD ADDS NOTHING TO
      *    MEMBCKPT, SO A SECOND FAILURE WOULD RESUME AT THE SAME
      *    MEMBER AS THE FIRST AND REDO EVERYTHING SINCE.
       A000-CHKMEMBS.
           MOVE "MEMBCTL" TO CUR-DECK.
           MOVE ZEROS TO CARD-NO.
           MOVE ZEROS TO MEMB-SEEN-N.
           MOVE 'N' TO CTL-EOF-SW.
           OPEN INPUT MEMB-CTL.
           READ MEMB-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   ADD 1 TO CARD-NO
                   MOVE MEMBCTL-REC TO PROB-IMAGE
                   PERFORM A000-ONEMEMB
                   READ MEMB-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE MEMB-CTL.
           PERFORM A000-DECKFOOT.
           IF CARD-NO = 0
              MOVE "GETLINE" TO CUR-DECK
              MOVE "GETLINE" TO PROBE-NAME
              MOVE SPACES TO PROB-IMAGE
              PERFORM A000-PROBE
              IF RESTART-MODE AND HISTORY-POST
                 MOVE "PARMCTL" TO CUR-DECK
                 MOVE HISTORY-CARD TO CARD-NO
                 MOVE "HISTORY=Y" TO PROB-IMAGE
                 MOVE "WARNING" TO PROB-SEV
                 MOVE "HISTORY IS NOT POSTED ON A RESTART RUN"
                   TO PROB-MSG
                 PERFORM A000-PROBLEM
              END-IF
           ELSE
              MOVE "PARMCTL" TO CUR-DECK
              IF RESTART-MODE
                 MOVE RESTART-CARD TO CARD-NO
                 MOVE "RESTART=Y" TO PROB-IMAGE
                 MOVE "MEMBCKPT" TO PROBE-NAME
                 MOVE SPACES TO PROBE-STATUS
                 OPEN INPUT MEMB-PROBE
                 IF PROBE-STATUS(1:1) = "0"
                    CLOSE MEMB-PROBE
                 ELSE
                    MOVE "WARNING" TO PROB-SEV
                    MOVE "NO MEMBCKPT - LIST RESTARTS AT FIRST MEMBER"
                      TO PROB-MSG
                    PERFORM A000-PROBLEM
                 END-IF
                 IF CKPT-INTERVAL = 0
                    MOVE "WARNING" TO PROB-SEV
                    MOVE "NO CKPTN - A RESUMED LIST IS NOT CHECKPOINTED"
                      TO PROB-MSG
                    PERFORM A000-PROBLEM
                 END-IF
              END-IF
           END-IF.

      *
      *    ONE MEMBCTL CARD. A NAME LISTED TWICE IS POSTED TWICE ON
      *    THE SAME DATE, SO THE DUPLICATE-RUN GUARD FIRES ON ITS
      *    SECOND APPEARANCE - FATAL UNDER DUPRUN STOP.
       A000-ONEMEMB.
           IF MEMBCTL-REC = SPACES
              MOVE "ERROR" TO PROB-SEV
              MOVE "BLANK MEMBER CARD - STRLAB WOULD FAIL TO OPEN IT"
                TO PROB-MSG
              PERFORM A000-PROBLEM
           ELSE
              IF CARD-NO > 20
                 MOVE "WARNING" TO PROB-SEV
                 MOVE "PAST 20 MEMBERS - NO PRT-XMEM COLUMN" TO PROB-MSG
                 PERFORM A000-PROBLEM
              END-IF
              MOVE 'N' TO FOUND-SW
              PERFORM VARYING MS-IX FROM 1 BY 1
                        UNTIL MS-IX > MEMB-SEEN-N OR FOUND
                      IF MEMB-SEEN-NAME(MS-IX) = MEMBCTL-REC
                         SET FOUND TO TRUE
                      END-IF
              END-PERFORM
              IF FOUND
                 IF DUPRUN-STOP-MODE AND DICT-UPDATE
                    MOVE "ERROR" TO PROB-SEV
                 ELSE
                    MOVE "WARNING" TO PROB-SEV
                 END-IF
                 MOVE "MEMBER LISTED TWICE - DUPRUN GUARD WILL FIRE"
                   TO PROB-MSG
                 PERFORM A000-PROBLEM
              ELSE
                 IF MEMB-SEEN-N < 200
                    ADD 1 TO MEMB-SEEN-N
                    MOVE MEMBCTL-REC TO MEMB-SEEN-NAME(MEMB-SEEN-N)
                 END-IF
              END-IF
              MOVE MEMBCTL-REC TO PROBE-NAME
              PERFORM A000-PROBE
           END-IF.

      *
       A000-PROBE.
           MOVE SPACES TO PROBE-STATUS.
           OPEN INPUT MEMB-PROBE.
           IF PROBE-STATUS(1:1) = "0"
              CLOSE MEMB-PROBE
           ELSE
              MOVE "ERROR" TO PROB-SEV
              MOVE SPACES TO PROB-MSG
              STRING "INPUT DOES NOT EXIST OR WILL NOT OPEN, STATUS "
                        DELIMITED BY SIZE
                     PROBE-STATUS DELIMITED BY SIZE
                 INTO PROB-MSG
              END-STRING
              PERFORM A000-PROBLEM
           END-IF.

      *
       A000-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE "* ERRORS" TO SUM-TEXT.
           MOVE ERROR-COUNT TO SUM-COUNT.
           MOVE SUMMARY-LINE TO PRT-CHK-REC.
           WRITE PRT-CHK-REC.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE "* WARNINGS" TO SUM-TEXT.
           MOVE WARN-COUNT TO SUM-COUNT.
           MOVE SUMMARY-LINE TO PRT-CHK-REC.
           WRITE PRT-CHK-REC.
           MOVE SPACES TO PRT-CHK-REC.
           IF ERROR-COUNT > 0
              MOVE "* DECKS IN ERROR - DO NOT RUN STRLAB"
                TO PRT-CHK-REC
              DISPLAY "ERROR: CONTROL DECKS HAVE " ERROR-COUNT
                      " ERROR(S) - SEE PRTCHK"
           ELSE
              IF WARN-COUNT > 0
                 MOVE "* DECKS USABLE WITH WARNINGS" TO PRT-CHK-REC
                 DISPLAY "WARNING: CONTROL DECKS HAVE " WARN-COUNT
                         " WARNING(S) - SEE PRTCHK"
              ELSE
                 MOVE "* DECKS CLEAN" TO PRT-CHK-REC
              END-IF
           END-IF.
           WRITE PRT-CHK-REC.

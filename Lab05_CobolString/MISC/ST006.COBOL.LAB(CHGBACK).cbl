       IDENTIFICATION DIVISION.
      ****************************************************************
      *    IDENTIFICATION DIVISION                                   *
      *    DEPARTMENT CHARGEBACK FROM DOC-TAG OWNERSHIP              *
      *    AUTHOR      JIANGWENYUAN                                  *
      *    STUDNET ID  1951510                                       *
      *    HLQ         ST006                                         *
      ****************************************************************
       PROGRAM-ID.    CHGBACK.
       AUTHOR.        JWY.
      *
      *    CHARGES EACH DEPARTMENT FOR THE PROCESSING VOLUME ITS DOC
      *    TAGS SEND THROUGH STRLAB. STRLAB (CHARGE Y ON PARMCTL)
      *    WRITES THE RUN'S USAGE PER TAG TO CHGUSE; THIS PROGRAM
      *    ROLLS IT UP TO THE OWNING DEPARTMENT ON TAGMSTR AND KEEPS
      *    A MONTH-TO-DATE FILE (CHGMTD) THAT IS BILLED AT MONTH
      *    END. ONE SETTING PER CHGCTL CARD, KEYWORD IN COLUMNS 1-8,
      *    ARGUMENT FROM COLUMN 11:
      *       POST               - ADD THE RUN ON CHGUSE TO CHGMTD,
      *                            ONE RECORD PER TAG, UNDER THE
      *                            MONTH OF THE RUN AND THE TAG'S
      *                            OWNER AS OF TODAY
      *       BILL     YYYYMM    - BILL THE MONTH FROM CHGMTD
      *       REJPCT   NNN       - PERCENT OF RECORDS REJECTED OR
      *                            HELD THAT FLAGS A FEED AS HIGH
      *                            REJECTS ON THE BILL (DEFAULT 5)
      *    POST, BILL OR BOTH MUST BE GIVEN; WITH BOTH, THE RUN IS
      *    POSTED FIRST AND BILLED WITH THE REST OF ITS MONTH.
      *    A TAG NOT ON TAGMSTR (OR WITH NO DEPARTMENT) IS POSTED
      *    UNDER *NODEPT*. INACTIVE TAGS KEEP THEIR OWNER - USAGE
      *    UNDER THEM IS STILL BILLED TO THE DEPARTMENT.
      *    POST REFUSES A CHGUSE FILE WITHOUT ITS TRAILER (THE RUN
      *    DID NOT FINISH), WITH A TRAILER COUNT THAT DOES NOT
      *    AGREE, WITH MORE THAN ONE RUN ON IT, WHOSE RUN IS
      *    ALREADY ON CHGMTD, OR WHOSE MONTH HAS ALREADY BEEN
      *    BILLED - NOTHING IS POSTED THEN.
      *    BILL NEEDS THE RATE CARD (RATECARD), ONE RATE PER CARD:
      *       COLUMNS 1-8   LINE OR REJECT
      *       COLUMNS 11-18 DEPARTMENT, OR BLANK FOR THE STANDARD
      *                     RATE (BOTH STANDARD RATES REQUIRED)
      *       COLUMN 21 ON  RATE, UP TO 999.9999
      *    A DEPARTMENT IS CHARGED THE LINE RATE FOR EVERY LINE
      *    READ UNDER ITS TAGS, AND THE REJECT RATE ON TOP FOR EVERY
      *    RECORD REJECTED BY THE EDIT PASS OR HELD BY THE CONTROL-
      *    TOTAL CHECK. PRTCHG CARRIES EACH DEPARTMENT'S FEEDS AND
      *    ITS CHARGES; CHGEXT IS THE FIXED-FORMAT FINANCE EXTRACT,
      *    ONE 'D' RECORD PER DEPARTMENT BETWEEN AN 'H' AND A 'T'
      *    RECORD. *NODEPT* USAGE IS REPORTED BUT NOT EXTRACTED.
      *    A BILLED MONTH IS CLOSED: EVERY OTHER CHGMTD RECORD IS
      *    WRITTEN TO CHGNEW FOR THE JOB TO COPY OVER CHGMTD,
      *    FOLLOWED BY A *CLOSED* MARKER FOR THE MONTH BILLED. POST
      *    REFUSES A RUN FROM A CLOSED MONTH AND BILL REFUSES TO
      *    BILL ONE AGAIN. A MONTH WITH NOTHING TO BILL IS NOT
      *    CLOSED.
      *    CONDITION CODES:
      *       0  - POSTED AND/OR BILLED
      *       4  - DONE, BUT A CARD WAS IGNORED, USAGE WITH NO OWNING
      *            DEPARTMENT WAS POSTED OR BILLED, OR PARTIAL USAGE
      *            FROM A RESTARTED RUN WAS POSTED OR BILLED
      *       8  - NOTHING ON CHGUSE TO POST, OR NOTHING ON CHGMTD
      *            FOR THE MONTH BILLED
      *      12  - MISSING OR UNUSABLE SETTING OR RATE, CHGUSE
      *            REFUSED, OR THE MONTH ALREADY BILLED - NOTHING
      *            POSTED OR BILLED
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHG-CTL   ASSIGN TO CHGCTL.
           SELECT OPTIONAL TAG-MSTR  ASSIGN TO TAGMSTR.
           SELECT OPTIONAL RATE-CARD ASSIGN TO RATECARD.
           SELECT OPTIONAL CHG-USE   ASSIGN TO CHGUSE.
           SELECT OPTIONAL CHG-MTD   ASSIGN TO CHGMTD.
           SELECT CHG-NEW   ASSIGN TO CHGNEW.
           SELECT CHG-EXT   ASSIGN TO CHGEXT.
           SELECT PRT-CHG   ASSIGN TO PRTCHG.
           SELECT CHG-SORT  ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  CHG-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 CHG-CTL-REC.
          05 CC-CMD         PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 CC-ARG         PIC X(70) VALUE SPACES.

      *    RECORD LAYOUT MUST STAY IN STEP WITH THE TAG-MSTR FD IN
      *    STRLAB AND TAGMNT.
       FD  TAG-MSTR RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 TAGM-IN-REC.
          05 TAGM-IN-KEY    PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TAGM-IN-DESC   PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TAGM-IN-DEPT   PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TAGM-IN-STATUS PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 TAGM-IN-STDATE PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(8)  VALUE SPACES.

       FD  RATE-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RATE-REC.
          05 RT-KIND        PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 RT-DEPT        PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 RT-RATE        PIC X(20) VALUE SPACES.
          05 FILLER         PIC X(40) VALUE SPACES.

      *    RECORD LAYOUT MUST STAY IN STEP WITH THE CHG-USE FD IN
      *    STRLAB - STRLAB WRITES THE USAGE, THIS PROGRAM READS IT.
       FD  CHG-USE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 CHGU-REC.
          05 CHGU-TYPE      PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CHGU-RUN-STAMP PIC X(14) VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CHGU-MEMBER    PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CHGU-TAG       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CHGU-LINES     PIC 9(9)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CHGU-WORDS     PIC 9(9)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CHGU-REJECTS   PIC 9(9)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CHGU-HELD      PIC 9(9)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CHGU-PARTIAL   PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(4)  VALUE SPACES.
       01 CHGT-REC.
          05 CHGT-TYPE      PIC X(1).
          05 FILLER         PIC X(1).
          05 CHGT-RUN-STAMP PIC X(14).
          05 FILLER         PIC X(1).
          05 CHGT-COUNT     PIC 9(9).
          05 FILLER         PIC X(49).
          05 CHGT-PARTIAL   PIC X(1).
          05 FILLER         PIC X(4).

      *    MONTH-TO-DATE CHARGEBACK - ONE RECORD PER TAG PER POSTED
      *    RUN, NEVER REWRITTEN UNTIL THE MONTH IS BILLED. MTD-DEPT
      *    IS THE OWNER WHEN THE RUN WAS POSTED, SO A TAG THAT
      *    CHANGES HANDS MID-MONTH IS BILLED TO EACH OWNER FOR ITS
      *    OWN SHARE. MTD-PARTIAL "R" MARKS A RESTARTED RUN. A
      *    BILLED MONTH KEEPS ONE MARKER RECORD, DEPARTMENT *CLOSED*
      *    AND THE BILLING RUN'S STAMP, AND NOTHING ELSE.
       FD  CHG-MTD RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 MTD-REC.
          05 MTD-MONTH      PIC X(6)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 MTD-DEPT       PIC X(8)  VALUE SPACES.
             88 MTD-CLOSED-MARK       VALUE "*CLOSED*".
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 MTD-TAG        PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 MTD-RUN-STAMP  PIC X(14) VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 MTD-LINES      PIC 9(9)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 MTD-WORDS      PIC 9(9)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 MTD-REJECTS    PIC 9(9)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 MTD-HELD       PIC 9(9)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 MTD-PARTIAL    PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(19) VALUE SPACES.

       FD  CHG-NEW RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01 CHG-NEW-REC       PIC X(100) VALUE SPACES.

      *    FINANCE EXTRACT. AMOUNTS CARRY TWO IMPLIED DECIMALS.
       FD  CHG-EXT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 EXTH-REC.
          05 EXTH-TYPE      PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 EXTH-MONTH     PIC X(6)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 EXTH-DATE      PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 EXTH-SOURCE    PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(54) VALUE SPACES.
       01 EXTD-REC.
          05 EXTD-TYPE      PIC X(1).
          05 FILLER         PIC X(1).
          05 EXTD-MONTH     PIC X(6).
          05 FILLER         PIC X(1).
          05 EXTD-DEPT      PIC X(8).
          05 FILLER         PIC X(1).
          05 EXTD-LINES     PIC 9(9).
          05 FILLER         PIC X(1).
          05 EXTD-REJECTS   PIC 9(9).
          05 FILLER         PIC X(1).
          05 EXTD-LINE-AMT  PIC 9(9)V99.
          05 FILLER         PIC X(1).
          05 EXTD-REJ-AMT   PIC 9(9)V99.
          05 FILLER         PIC X(1).
          05 EXTD-TOTAL-AMT PIC 9(9)V99.
          05 FILLER         PIC X(1).
          05 EXTD-HIGH-REJ  PIC X(1).
          05 FILLER         PIC X(5).
       01 EXTT-REC.
          05 EXTT-TYPE      PIC X(1).
          05 FILLER         PIC X(1).
          05 EXTT-MONTH     PIC X(6).
          05 FILLER         PIC X(1).
          05 EXTT-COUNT     PIC 9(9).
          05 FILLER         PIC X(1).
          05 EXTT-TOTAL-AMT PIC 9(11)V99.
          05 FILLER         PIC X(48).

       FD  PRT-CHG RECORD CONTAINS 132 CHARACTERS RECORDING MODE F.
       01 PRT-CHG-REC       PIC X(132) VALUE SPACES.

       SD  CHG-SORT RECORD CONTAINS 53 CHARACTERS.
       01 CS-REC.
          05 CS-DEPT        PIC X(8).
          05 CS-TAG         PIC X(8).
          05 CS-LINES       PIC 9(9).
          05 CS-WORDS       PIC 9(9).
          05 CS-REJECTS     PIC 9(9).
          05 CS-HELD        PIC 9(9).
          05 CS-PARTIAL     PIC X(1).

       WORKING-STORAGE SECTION.

       01 CHG-SWITCHES.
          05 CTL-EOF-SW     PIC X(1)  VALUE 'N'.
             88 CTL-EOF               VALUE 'Y'.
          05 TAGM-EOF-SW    PIC X(1)  VALUE 'N'.
             88 TAGM-EOF              VALUE 'Y'.
          05 RATE-EOF-SW    PIC X(1)  VALUE 'N'.
             88 RATE-EOF              VALUE 'Y'.
          05 USE-EOF-SW     PIC X(1)  VALUE 'N'.
             88 USE-EOF               VALUE 'Y'.
          05 MTD-EOF-SW     PIC X(1)  VALUE 'N'.
             88 MTD-EOF               VALUE 'Y'.
          05 SORT-EOF-SW    PIC X(1)  VALUE 'N'.
             88 SORT-EOF              VALUE 'Y'.
          05 SET-BAD-SW     PIC X(1)  VALUE 'N'.
             88 SETTING-BAD           VALUE 'Y'.
          05 POST-SW        PIC X(1)  VALUE 'N'.
             88 POST-WANTED           VALUE 'Y'.
          05 BILL-SW        PIC X(1)  VALUE 'N'.
             88 BILL-WANTED           VALUE 'Y'.
          05 POST-BAD-SW    PIC X(1)  VALUE 'N'.
             88 POST-REFUSED          VALUE 'Y'.
          05 CLOSED-SW      PIC X(1)  VALUE 'N'.
             88 MONTH-CLOSED          VALUE 'Y'.
          05 TRL-SEEN-SW    PIC X(1)  VALUE 'N'.
             88 TRAILER-SEEN          VALUE 'Y'.
          05 TAG-PEND-SW    PIC X(1)  VALUE 'N'.
             88 TAG-PENDING           VALUE 'Y'.
          05 DEPT-PEND-SW   PIC X(1)  VALUE 'N'.
             88 DEPT-PENDING          VALUE 'Y'.
          05 TAG-PART-SW    PIC X(1)  VALUE 'N'.
             88 TAG-PARTIAL           VALUE 'Y'.
          05 DEPT-PART-SW   PIC X(1)  VALUE 'N'.
             88 DEPT-PARTIAL          VALUE 'Y'.
          05 TAGM-FULL-SW   PIC X(1)  VALUE 'N'.
             88 TAGM-FULL             VALUE 'Y'.
          05 PT-FULL-SW     PIC X(1)  VALUE 'N'.
             88 PT-FULL               VALUE 'Y'.

      *    SETTINGS FROM CHGCTL, WITH THE DEFAULT NAMED IN THE
      *    HEADER ABOVE.
       01 CHG-SETTINGS.
          05 BILL-MONTH     PIC 9(6)  VALUE ZEROS.
          05 BILL-PARTS REDEFINES BILL-MONTH.
             10 BILL-YEAR   PIC 9(4).
             10 BILL-MM     PIC 9(2).
          05 REJ-LIMIT      PIC 9(3)  VALUE 5.

      *    RATES FROM RATECARD. A DEPARTMENT CARD OVERRIDES ONE
      *    STANDARD RATE FOR THAT DEPARTMENT ONLY.
       01 RATE-SETTINGS.
          05 STD-LINE-RATE  PIC 9(3)V9(4) VALUE ZEROS.
          05 STD-REJ-RATE   PIC 9(3)V9(4) VALUE ZEROS.
          05 STD-LINE-SW    PIC X(1)  VALUE 'N'.
             88 STD-LINE-SET          VALUE 'Y'.
          05 STD-REJ-SW     PIC X(1)  VALUE 'N'.
             88 STD-REJ-SET           VALUE 'Y'.
          05 RATE-WORK      PIC 9(3)V9(4) VALUE ZEROS.
          05 RATE-TEXT      PIC X(20) VALUE SPACES.
       01 DEPT-RATE-TABLE.
          05 DR-COUNT-N     PIC 9(3)  VALUE ZEROS.
          05 DR-ENTRY       OCCURS 100 TIMES
                              INDEXED BY DR-IX.
             10 DR-DEPT     PIC X(8)  VALUE SPACES.
             10 DR-LINE-RATE PIC 9(3)V9(4) VALUE ZEROS.
             10 DR-REJ-RATE PIC 9(3)V9(4) VALUE ZEROS.
             10 DR-LINE-SW  PIC X(1)  VALUE 'N'.
             10 DR-REJ-SW   PIC X(1)  VALUE 'N'.

      *    EVERY TAG ON TAGMSTR, ACTIVE OR NOT - USAGE IS BILLED TO
      *    THE OWNER EVEN AFTER A TAG IS RETIRED.
       01 TAGM-TABLE.
          05 TAGM-COUNT-N   PIC 9(4)  VALUE ZEROS.
          05 TAGM-ENTRY     OCCURS 1000 TIMES
                              INDEXED BY TM-IX.
             10 TAGM-KEY    PIC X(8)  VALUE SPACES.
             10 TAGM-DESC   PIC X(40) VALUE SPACES.
             10 TAGM-DEPT   PIC X(8)  VALUE SPACES.

      *    THE RUN BEING POSTED, SUMMED OVER ITS MEMBERS BY TAG. THE
      *    LAST ENTRY IS KEPT FOR *OVERFLW.
       01 POST-TABLE.
          05 PT-COUNT-N     PIC 9(3)  VALUE ZEROS.
          05 PT-ENTRY       OCCURS 500 TIMES
                              INDEXED BY PT-IX.
             10 PT-TAG      PIC X(8)  VALUE SPACES.
             10 PT-DEPT     PIC X(8)  VALUE SPACES.
             10 PT-LINES    PIC 9(9)  VALUE ZEROS.
             10 PT-WORDS    PIC 9(9)  VALUE ZEROS.
             10 PT-REJECTS  PIC 9(9)  VALUE ZEROS.
             10 PT-HELD     PIC 9(9)  VALUE ZEROS.

       01 CHG-COUNTERS.
          05 USE-READ       PIC 9(9)  VALUE ZEROS.
          05 USE-DETAIL     PIC 9(9)  VALUE ZEROS.
          05 MTD-WRITTEN    PIC 9(9)  VALUE ZEROS.
          05 NODEPT-POSTED  PIC 9(9)  VALUE ZEROS.
          05 MTD-READ       PIC 9(9)  VALUE ZEROS.
          05 MTD-BILLED     PIC 9(9)  VALUE ZEROS.
          05 MTD-KEPT       PIC 9(9)  VALUE ZEROS.
          05 MTD-PART-BILLED PIC 9(9) VALUE ZEROS.
          05 DEPT-BILLED    PIC 9(9)  VALUE ZEROS.
          05 DEPT-HIGH      PIC 9(9)  VALUE ZEROS.
          05 EXT-WRITTEN    PIC 9(9)  VALUE ZEROS.

       01 CHG-VARIABLES.
          05 USE-STAMP      PIC X(14) VALUE SPACES.
          05 USE-PARTIAL    PIC X(1)  VALUE SPACES.
          05 USE-REASON     PIC X(50) VALUE SPACES.
          05 POST-MONTH     PIC X(6)  VALUE SPACES.
          05 TAG-WANTED     PIC X(8)  VALUE SPACES.
          05 DEPT-FOUND     PIC X(8)  VALUE SPACES.
          05 DESC-FOUND     PIC X(40) VALUE SPACES.
          05 HIT-IX         PIC 9(3)  VALUE ZEROS.
          05 TM-HIT-IX      PIC 9(4)  VALUE ZEROS.
          05 CUR-DEPT       PIC X(8)  VALUE SPACES.
          05 CUR-TAG        PIC X(8)  VALUE SPACES.
          05 CUR-LINE-RATE  PIC 9(3)V9(4) VALUE ZEROS.
          05 CUR-REJ-RATE   PIC 9(3)V9(4) VALUE ZEROS.
          05 RUN-STAMP      PIC X(14) VALUE SPACES.
          05 RUN-RC         PIC 9(2)  VALUE ZEROS.
          05 RC-CAND        PIC 9(2)  VALUE ZEROS.

      *    VOLUMES FOR ONE TAG, ONE DEPARTMENT AND THE MONTH. THE
      *    REJECT PERCENT IS OF EVERY RECORD RECEIVED - LINES READ
      *    PLUS RECORDS HELD WHOLE BY THE CONTROL-TOTAL CHECK.
       01 CHG-TOTALS.
          05 TAG-TOTALS.
             10 TAG-LINES   PIC 9(9)  VALUE ZEROS.
             10 TAG-WORDS   PIC 9(9)  VALUE ZEROS.
             10 TAG-REJECTS PIC 9(9)  VALUE ZEROS.
             10 TAG-HELD    PIC 9(9)  VALUE ZEROS.
          05 DEPT-TOTALS.
             10 DEPT-LINES  PIC 9(9)  VALUE ZEROS.
             10 DEPT-WORDS  PIC 9(9)  VALUE ZEROS.
             10 DEPT-REJECTS PIC 9(9) VALUE ZEROS.
             10 DEPT-HELD   PIC 9(9)  VALUE ZEROS.
          05 GRAND-TOTALS.
             10 GRAND-LINES PIC 9(9)  VALUE ZEROS.
             10 GRAND-WORDS PIC 9(9)  VALUE ZEROS.
             10 GRAND-REJECTS PIC 9(9) VALUE ZEROS.
             10 GRAND-HELD  PIC 9(9)  VALUE ZEROS.
          05 CALC-LINES     PIC 9(9)  VALUE ZEROS.
          05 CALC-REJECTS   PIC 9(9)  VALUE ZEROS.
          05 CALC-HELD      PIC 9(9)  VALUE ZEROS.
          05 CALC-PCT       PIC 9(3)V9 VALUE ZEROS.
          05 DEPT-LINE-AMT  PIC 9(9)V99 VALUE ZEROS.
          05 DEPT-REJ-AMT   PIC 9(9)V99 VALUE ZEROS.
          05 DEPT-TOTAL-AMT PIC 9(9)V99 VALUE ZEROS.
          05 GRAND-LINE-AMT PIC 9(11)V99 VALUE ZEROS.
          05 GRAND-REJ-AMT  PIC 9(11)V99 VALUE ZEROS.
          05 GRAND-TOTAL-AMT PIC 9(11)V99 VALUE ZEROS.
          05 EXT-TOTAL-AMT  PIC 9(11)V99 VALUE ZEROS.

      *    ONE FEED (TAG) OR DEPARTMENT TOTAL. CHARGES ARE PRINTED
      *    ON THE DEPARTMENT TOTAL ONLY.
       01 CHG-DETAIL-LINE.
          05 CDL-TAG        PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 CDL-DESC       PIC X(24) VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CDL-LINES      PIC Z(8)9.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CDL-WORDS      PIC Z(8)9.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CDL-REJECTS    PIC Z(8)9.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CDL-HELD       PIC Z(8)9.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CDL-PCT        PIC ZZ9.9.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CDL-AMOUNTS.
             10 CDL-LINE-AMT PIC Z(8)9.99.
             10 FILLER      PIC X(1)  VALUE SPACES.
             10 CDL-REJ-AMT PIC Z(8)9.99.
             10 FILLER      PIC X(1)  VALUE SPACES.
             10 CDL-TOTAL-AMT PIC Z(8)9.99.
          05 CDL-AMOUNT-TEXT REDEFINES CDL-AMOUNTS PIC X(38).
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CDL-FLAG       PIC X(12) VALUE SPACES.

       01 CHG-HEAD-LINE.
          05 FILLER         PIC X(8)  VALUE "TAG".
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 FILLER         PIC X(24) VALUE "DESCRIPTION".
          05 FILLER         PIC X(5)  VALUE SPACES.
          05 FILLER         PIC X(5)  VALUE "LINES".
          05 FILLER         PIC X(5)  VALUE SPACES.
          05 FILLER         PIC X(5)  VALUE "WORDS".
          05 FILLER         PIC X(3)  VALUE SPACES.
          05 FILLER         PIC X(7)  VALUE "REJECTS".
          05 FILLER         PIC X(6)  VALUE SPACES.
          05 FILLER         PIC X(4)  VALUE "HELD".
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(5)  VALUE "REJ %".
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 FILLER         PIC X(11) VALUE "LINE CHARGE".
          05 FILLER         PIC X(3)  VALUE SPACES.
          05 FILLER         PIC X(10) VALUE "REJ CHARGE".
          05 FILLER         PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(5)  VALUE "TOTAL".
          05 FILLER         PIC X(13) VALUE SPACES.

       01 RATE-EDIT         PIC ZZ9.9999.
       01 AMOUNT-EDIT       PIC Z(8)9.99.

       01 CHG-TOTAL-LINE.
          05 CTL-TEXT       PIC X(40) VALUE SPACES.
          05 CTL-COUNT      PIC Z(8)9.
          05 FILLER         PIC X(83) VALUE SPACES.

      ****************************************************************
      *    PROCEDURE DIVISION                                        *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
           OPEN OUTPUT PRT-CHG.
           PERFORM A000-LOADCTL.
           IF BILL-WANTED AND NOT SETTING-BAD
              PERFORM A000-LOADRATE
           END-IF.
           IF SETTING-BAD
              MOVE SPACES TO PRT-CHG-REC
              MOVE "* NO USABLE CHARGEBACK SETTINGS - NOTHING POSTED "
                TO PRT-CHG-REC
              MOVE "OR BILLED" TO PRT-CHG-REC(50:9)
              WRITE PRT-CHG-REC
              CLOSE PRT-CHG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM A000-LOADTAGS.
           MOVE SPACES TO PRT-CHG-REC.
           STRING "* DEPARTMENT CHARGEBACK RUN " DELIMITED BY SIZE
                  RUN-STAMP(1:8)                DELIMITED BY SIZE
              INTO PRT-CHG-REC
           END-STRING.
           WRITE PRT-CHG-REC.
           IF POST-WANTED
              PERFORM A000-POST
           END-IF.
           IF BILL-WANTED
              IF POST-REFUSED
                 DISPLAY "BILL NOT RUN - THE POSTING WAS REFUSED"
                 MOVE SPACES TO PRT-CHG-REC
                 WRITE PRT-CHG-REC
                 MOVE "* BILL NOT RUN - THE POSTING WAS REFUSED"
                   TO PRT-CHG-REC
                 WRITE PRT-CHG-REC
              ELSE
                 PERFORM A000-BILL
              END-IF
           END-IF.
           CLOSE PRT-CHG.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.

      *
      *    READS THE SETTINGS DECK. CARDS STARTING WITH "*" ARE
      *    COMMENTS.
       A000-LOADCTL.
           OPEN INPUT CHG-CTL.
           READ CHG-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   PERFORM A000-ONECARD
                   READ CHG-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE CHG-CTL.
           IF NOT POST-WANTED AND NOT BILL-WANTED
              IF NOT SETTING-BAD
                 DISPLAY "NO POST OR BILL CARD ON CHGCTL - NOTHING "
                         "TO DO"
              END-IF
              SET SETTING-BAD TO TRUE
           END-IF.

      *
       A000-ONECARD.
           EVALUATE CC-CMD
              WHEN "POST"
                 SET POST-WANTED TO TRUE
              WHEN "BILL"
                 IF CC-ARG(1:6) IS NUMERIC AND CC-ARG(7:64) = SPACES
                    MOVE CC-ARG(1:6) TO BILL-MONTH
                 ELSE
                    MOVE ZEROS TO BILL-MONTH
                 END-IF
                 IF BILL-YEAR < 1900 OR BILL-MM < 1 OR BILL-MM > 12
                    DISPLAY "BILL MONTH NOT YYYYMM: " CC-ARG(1:10)
                    SET SETTING-BAD TO TRUE
                 ELSE
                    SET BILL-WANTED TO TRUE
                 END-IF
              WHEN "REJPCT"
                 IF FUNCTION TRIM(CC-ARG) IS NUMERIC
                    AND FUNCTION LENGTH(FUNCTION TRIM(CC-ARG)) < 4
                    AND FUNCTION NUMVAL(FUNCTION TRIM(CC-ARG)) > 0
                    AND FUNCTION NUMVAL(FUNCTION TRIM(CC-ARG)) < 101
                    COMPUTE REJ-LIMIT =
                       FUNCTION NUMVAL(FUNCTION TRIM(CC-ARG))
                 ELSE
                    DISPLAY "REJPCT NOT A PERCENT FROM 1 TO 100: "
                            CC-ARG(1:10)
                    SET SETTING-BAD TO TRUE
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 IF CC-CMD(1:1) NOT = "*"
                    DISPLAY "UNKNOWN CHGBACK CARD IGNORED: " CC-CMD
                    MOVE 4 TO RC-CAND
                    PERFORM A000-RAISE-RC
                 END-IF
           END-EVALUATE.

      *
      *    LOADS THE RATE CARD. A BAD OR REPEATED RATE, OR A MISSING
      *    STANDARD RATE, STOPS THE RUN - A BILL AT THE WRONG RATE
      *    IS WORSE THAN NO BILL.
       A000-LOADRATE.
           OPEN INPUT RATE-CARD.
           READ RATE-CARD
           AT END
              SET RATE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL RATE-EOF
                   IF RT-KIND NOT = SPACES AND RT-KIND(1:1) NOT = "*"
                      PERFORM A000-ONERATE
                   END-IF
                   READ RATE-CARD
                   AT END
                      SET RATE-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE RATE-CARD.
           IF NOT STD-LINE-SET OR NOT STD-REJ-SET
              DISPLAY "RATECARD NEEDS A STANDARD LINE AND REJECT "
                      "RATE - NOTHING BILLED"
              SET SETTING-BAD TO TRUE
           END-IF.

      *
       A000-ONERATE.
           MOVE FUNCTION TRIM(RT-RATE) TO RATE-TEXT.
           IF RATE-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(RATE-TEXT) NOT = 0
              DISPLAY "RATE NOT A NUMBER: " RT-KIND " " RT-DEPT " "
                      RT-RATE
              SET SETTING-BAD TO TRUE
           ELSE
              IF FUNCTION NUMVAL(RATE-TEXT) < 0
                 OR FUNCTION NUMVAL(RATE-TEXT) > 999.9999
                 DISPLAY "RATE OUTSIDE 0 TO 999.9999: " RT-KIND " "
                         RT-DEPT " " RT-RATE
                 SET SETTING-BAD TO TRUE
              ELSE
                 COMPUTE RATE-WORK = FUNCTION NUMVAL(RATE-TEXT)
                 IF RATE-WORK NOT = FUNCTION NUMVAL(RATE-TEXT)
                    DISPLAY "RATE HAS MORE THAN 4 DECIMALS: "
                            RT-KIND " " RT-DEPT " " RT-RATE
                    SET SETTING-BAD TO TRUE
                 ELSE
                    IF RT-DEPT = SPACES
                       PERFORM A000-STDRATE
                    ELSE
                       PERFORM A000-DEPTRATE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *
       A000-STDRATE.
           EVALUATE RT-KIND
              WHEN "LINE"
                 IF STD-LINE-SET
                    DISPLAY "STANDARD LINE RATE GIVEN TWICE"
                    SET SETTING-BAD TO TRUE
                 END-IF
                 SET STD-LINE-SET TO TRUE
                 MOVE RATE-WORK TO STD-LINE-RATE
              WHEN "REJECT"
                 IF STD-REJ-SET
                    DISPLAY "STANDARD REJECT RATE GIVEN TWICE"
                    SET SETTING-BAD TO TRUE
                 END-IF
                 SET STD-REJ-SET TO TRUE
                 MOVE RATE-WORK TO STD-REJ-RATE
              WHEN OTHER
                 DISPLAY "RATE NOT LINE OR REJECT: " RT-KIND
                 SET SETTING-BAD TO TRUE
           END-EVALUATE.

      *
       A000-DEPTRATE.
           MOVE ZEROS TO HIT-IX.
           PERFORM VARYING DR-IX FROM 1 BY 1
                     UNTIL DR-IX > DR-COUNT-N OR HIT-IX > 0
                   IF DR-DEPT(DR-IX) = RT-DEPT
                      SET HIT-IX TO DR-IX
                   END-IF
           END-PERFORM.
           IF HIT-IX = 0
              IF DR-COUNT-N < 100
                 ADD 1 TO DR-COUNT-N
                 MOVE DR-COUNT-N TO HIT-IX
                 MOVE RT-DEPT TO DR-DEPT(HIT-IX)
              ELSE
                 DISPLAY "MORE THAN 100 DEPARTMENT RATES - "
                         RT-DEPT " NOT LOADED"
                 SET SETTING-BAD TO TRUE
              END-IF
           END-IF.
           IF HIT-IX > 0
              EVALUATE RT-KIND
                 WHEN "LINE"
                    IF DR-LINE-SW(HIT-IX) = 'Y'
                       DISPLAY "LINE RATE FOR " RT-DEPT
                               " GIVEN TWICE"
                       SET SETTING-BAD TO TRUE
                    END-IF
                    MOVE 'Y' TO DR-LINE-SW(HIT-IX)
                    MOVE RATE-WORK TO DR-LINE-RATE(HIT-IX)
                 WHEN "REJECT"
                    IF DR-REJ-SW(HIT-IX) = 'Y'
                       DISPLAY "REJECT RATE FOR " RT-DEPT
                               " GIVEN TWICE"
                       SET SETTING-BAD TO TRUE
                    END-IF
                    MOVE 'Y' TO DR-REJ-SW(HIT-IX)
                    MOVE RATE-WORK TO DR-REJ-RATE(HIT-IX)
                 WHEN OTHER
                    DISPLAY "RATE NOT LINE OR REJECT: " RT-KIND
                    SET SETTING-BAD TO TRUE
              END-EVALUATE
           END-IF.

      *
      *    LOADS EVERY TAG ON THE MASTER, INACTIVE ONES INCLUDED.
      *    A REPEATED KEY KEEPS ITS FIRST RECORD, AS IN STRLAB.
       A000-LOADTAGS.
           OPEN INPUT TAG-MSTR.
           READ TAG-MSTR
           AT END
              SET TAGM-EOF TO TRUE
           END-READ.
           PERFORM UNTIL TAGM-EOF
                   IF TAGM-IN-KEY NOT = SPACES
                      MOVE TAGM-IN-KEY TO TAG-WANTED
                      PERFORM A000-TAGLOOK
                      IF TM-HIT-IX = 0
                         IF TAGM-COUNT-N < 1000
                            ADD 1 TO TAGM-COUNT-N
                            MOVE TAGM-IN-KEY
                              TO TAGM-KEY(TAGM-COUNT-N)
                            MOVE TAGM-IN-DESC
                              TO TAGM-DESC(TAGM-COUNT-N)
                            MOVE TAGM-IN-DEPT
                              TO TAGM-DEPT(TAGM-COUNT-N)
                         ELSE
                            IF NOT TAGM-FULL
                               SET TAGM-FULL TO TRUE
                               DISPLAY "WARNING: TAGMSTR HAS MORE "
                                       "THAN 1000 TAGS - THE REST "
                                       "ARE CHARGED AS *NODEPT*"
                               MOVE 4 TO RC-CAND
                               PERFORM A000-RAISE-RC
                            END-IF
                         END-IF
                      END-IF
                   END-IF
                   READ TAG-MSTR
                   AT END
                      SET TAGM-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE TAG-MSTR.

      *
      *    OWNER AND DESCRIPTION OF THE TAG IN TAG-WANTED. TM-HIT-IX
      *    IS ZERO, THE DEPARTMENT *NODEPT*, FOR A TAG NOT ON THE
      *    MASTER; A TAG ON IT WITH NO DEPARTMENT IS *NODEPT* TOO.
       A000-TAGLOOK.
           MOVE ZEROS TO TM-HIT-IX.
           MOVE "*NODEPT*" TO DEPT-FOUND.
           MOVE "NOT ON TAGMSTR" TO DESC-FOUND.
           PERFORM VARYING TM-IX FROM 1 BY 1
                     UNTIL TM-IX > TAGM-COUNT-N OR TM-HIT-IX > 0
                   IF TAGM-KEY(TM-IX) = TAG-WANTED
                      SET TM-HIT-IX TO TM-IX
                   END-IF
           END-PERFORM.
           IF TM-HIT-IX > 0
              MOVE TAGM-DESC(TM-HIT-IX) TO DESC-FOUND
              IF TAGM-DEPT(TM-HIT-IX) NOT = SPACES
                 MOVE TAGM-DEPT(TM-HIT-IX) TO DEPT-FOUND
              END-IF
           END-IF.

      ****************************************************************
      *    POSTING                                                   *
      ****************************************************************
      *    THE USAGE FILE IS CHECKED WHOLE BEFORE ANYTHING IS
      *    POSTED, THEN READ AGAIN TO SUM IT BY TAG. ONE CHGMTD
      *    RECORD IS APPENDED PER TAG.
       A000-POST.
           MOVE SPACES TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           PERFORM A000-USECHECK.
           IF USE-READ = 0
              DISPLAY "NOTHING ON CHGUSE TO POST"
              MOVE "* NOTHING ON CHGUSE TO POST" TO PRT-CHG-REC
              WRITE PRT-CHG-REC
              MOVE 8 TO RC-CAND
              PERFORM A000-RAISE-RC
           ELSE
              IF USE-REASON = SPACES
                 MOVE USE-STAMP(1:6) TO POST-MONTH
                 PERFORM A000-MTDCHECK
              END-IF
              IF USE-REASON NOT = SPACES
                 SET POST-REFUSED TO TRUE
                 DISPLAY "CHGUSE NOT POSTED - " USE-REASON
                 MOVE SPACES TO PRT-CHG-REC
                 STRING "* CHGUSE NOT POSTED - " DELIMITED BY SIZE
                        USE-REASON            DELIMITED BY SIZE
                    INTO PRT-CHG-REC
                 END-STRING
                 WRITE PRT-CHG-REC
                 MOVE 12 TO RC-CAND
                 PERFORM A000-RAISE-RC
              ELSE
                 PERFORM A000-POSTRUN
              END-IF
           END-IF.
           MOVE SPACES TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           MOVE "* USAGE RECORDS READ" TO CTL-TEXT.
           MOVE USE-READ TO CTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* USAGE DETAIL RECORDS" TO CTL-TEXT.
           MOVE USE-DETAIL TO CTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* CHGMTD RECORDS POSTED" TO CTL-TEXT.
           MOVE MTD-WRITTEN TO CTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* POSTED WITH NO OWNING DEPARTMENT" TO CTL-TEXT.
           MOVE NODEPT-POSTED TO CTL-COUNT.
           PERFORM A000-TOTLINE.

      *
      *    ONE RUN PER FILE, ENDED BY A TRAILER THAT COUNTS THE
      *    DETAIL RECORDS BEFORE IT. USE-REASON IS LEFT BLANK WHEN
      *    THE FILE CAN BE POSTED.
       A000-USECHECK.
           MOVE SPACES TO USE-REASON.
           OPEN INPUT CHG-USE.
           PERFORM A000-USEREAD.
           PERFORM UNTIL USE-EOF
                   ADD 1 TO USE-READ
                   IF USE-STAMP = SPACES
                      MOVE CHGU-RUN-STAMP TO USE-STAMP
                   END-IF
                   EVALUATE TRUE
                      WHEN USE-REASON NOT = SPACES
                         CONTINUE
                      WHEN TRAILER-SEEN
                         MOVE "RECORDS AFTER THE TRAILER"
                           TO USE-REASON
                      WHEN CHGU-RUN-STAMP NOT = USE-STAMP
                         MOVE "MORE THAN ONE RUN ON THE FILE"
                           TO USE-REASON
                      WHEN CHGU-TYPE = "D"
                         ADD 1 TO USE-DETAIL
                         MOVE CHGU-PARTIAL TO USE-PARTIAL
                      WHEN CHGU-TYPE = "T"
                         SET TRAILER-SEEN TO TRUE
                         MOVE CHGT-PARTIAL TO USE-PARTIAL
                         IF CHGT-COUNT NOT = USE-DETAIL
                            MOVE "TRAILER COUNT DOES NOT AGREE"
                              TO USE-REASON
                         END-IF
                      WHEN OTHER
                         MOVE "RECORD TYPE NOT D OR T" TO USE-REASON
                   END-EVALUATE
                   PERFORM A000-USEREAD
           END-PERFORM.
           CLOSE CHG-USE.
           IF USE-READ > 0 AND USE-REASON = SPACES
              AND NOT TRAILER-SEEN
              MOVE "NO TRAILER - THE RUN DID NOT FINISH"
                TO USE-REASON
           END-IF.

      *
       A000-USEREAD.
           READ CHG-USE
           AT END
              SET USE-EOF TO TRUE
           END-READ.

      *
      *    A RUN ALREADY ON CHGMTD IS NEVER POSTED AGAIN, AND NO
      *    RUN IS POSTED TO A MONTH THAT HAS BEEN BILLED - IT WOULD
      *    NEVER BE BILLED, AND ONCE ITS MONTH IS BILLED A RUN'S
      *    OWN RECORDS ARE NO LONGER THERE TO STOP A SECOND POST.
       A000-MTDCHECK.
           MOVE 'N' TO MTD-EOF-SW.
           OPEN INPUT CHG-MTD.
           PERFORM A000-MTDREAD.
           PERFORM UNTIL MTD-EOF
                   EVALUATE TRUE
                      WHEN MTD-CLOSED-MARK
                           AND MTD-MONTH = POST-MONTH
                         MOVE "MONTH ALREADY BILLED" TO USE-REASON
                         SET MTD-EOF TO TRUE
                      WHEN MTD-CLOSED-MARK
                         PERFORM A000-MTDREAD
                      WHEN MTD-RUN-STAMP = USE-STAMP
                         MOVE "RUN ALREADY POSTED TO CHGMTD"
                           TO USE-REASON
                         SET MTD-EOF TO TRUE
                      WHEN OTHER
                         PERFORM A000-MTDREAD
                   END-EVALUATE
           END-PERFORM.
           CLOSE CHG-MTD.

      *
       A000-MTDREAD.
           READ CHG-MTD
           AT END
              SET MTD-EOF TO TRUE
           END-READ.

      *
       A000-POSTRUN.
           MOVE SPACES TO PRT-CHG-REC.
           STRING "* POSTING RUN " DELIMITED BY SIZE
                  USE-STAMP        DELIMITED BY SIZE
                  " TO MONTH "     DELIMITED BY SIZE
                  POST-MONTH       DELIMITED BY SIZE
              INTO PRT-CHG-REC
           END-STRING.
           WRITE PRT-CHG-REC.
           IF USE-PARTIAL = "R"
              DISPLAY "WARNING: RUN " USE-STAMP " WAS RESTARTED - "
                      "ITS USAGE COVERS ONLY THE LINES AFTER THE "
                      "CHECKPOINT"
              MOVE "* RESTARTED RUN - USAGE IS PARTIAL"
                TO PRT-CHG-REC
              WRITE PRT-CHG-REC
              MOVE 4 TO RC-CAND
              PERFORM A000-RAISE-RC
           END-IF.
           MOVE 'N' TO USE-EOF-SW.
           OPEN INPUT CHG-USE.
           PERFORM A000-USEREAD.
           PERFORM UNTIL USE-EOF
                   IF CHGU-TYPE = "D"
                      PERFORM A000-POSTADD
                   END-IF
                   PERFORM A000-USEREAD
           END-PERFORM.
           CLOSE CHG-USE.
           OPEN EXTEND CHG-MTD.
           PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PT-COUNT-N
                   MOVE SPACES TO MTD-REC
                   MOVE POST-MONTH      TO MTD-MONTH
                   MOVE PT-DEPT(PT-IX)  TO MTD-DEPT
                   MOVE PT-TAG(PT-IX)   TO MTD-TAG
                   MOVE USE-STAMP       TO MTD-RUN-STAMP
                   MOVE PT-LINES(PT-IX) TO MTD-LINES
                   MOVE PT-WORDS(PT-IX) TO MTD-WORDS
                   MOVE PT-REJECTS(PT-IX) TO MTD-REJECTS
                   MOVE PT-HELD(PT-IX)  TO MTD-HELD
                   MOVE USE-PARTIAL     TO MTD-PARTIAL
                   WRITE MTD-REC
                   ADD 1 TO MTD-WRITTEN
                   IF PT-DEPT(PT-IX) = "*NODEPT*"
                      ADD 1 TO NODEPT-POSTED
                      DISPLAY "WARNING: TAG " PT-TAG(PT-IX)
                              " HAS NO OWNING DEPARTMENT - POSTED "
                              "AS *NODEPT*"
                      MOVE SPACES TO PRT-CHG-REC
                      STRING "* TAG " DELIMITED BY SIZE
                             PT-TAG(PT-IX) DELIMITED BY SIZE
                             " HAS NO OWNING DEPARTMENT - POSTED AS "
                                        DELIMITED BY SIZE
                             "*NODEPT*" DELIMITED BY SIZE
                         INTO PRT-CHG-REC
                      END-STRING
                      WRITE PRT-CHG-REC
                      MOVE 4 TO RC-CAND
                      PERFORM A000-RAISE-RC
                   END-IF
           END-PERFORM.
           CLOSE CHG-MTD.

      *
      *    ADDS ONE MEMBER'S USAGE FOR A TAG TO THE RUN'S TOTAL FOR
      *    IT. ONCE 499 TAGS ARE IN THE TABLE THE REST ARE SUMMED
      *    UNDER *OVERFLW, WHICH BILLS TO *NODEPT*.
       A000-POSTADD.
           MOVE ZEROS TO HIT-IX.
           PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PT-COUNT-N OR HIT-IX > 0
                   IF PT-TAG(PT-IX) = CHGU-TAG
                      SET HIT-IX TO PT-IX
                   END-IF
           END-PERFORM.
           IF HIT-IX = 0
              IF PT-COUNT-N < 499
                 ADD 1 TO PT-COUNT-N
                 MOVE PT-COUNT-N TO HIT-IX
                 MOVE CHGU-TAG TO PT-TAG(HIT-IX)
                 MOVE CHGU-TAG TO TAG-WANTED
                 PERFORM A000-TAGLOOK
                 MOVE DEPT-FOUND TO PT-DEPT(HIT-IX)
              ELSE
                 IF NOT PT-FULL
                    SET PT-FULL TO TRUE
                    DISPLAY "WARNING: RUN HAS MORE THAN 499 TAGS - "
                            "THE REST ARE POSTED AS *OVERFLW"
                    MOVE 4 TO RC-CAND
                    PERFORM A000-RAISE-RC
                    MOVE 500 TO PT-COUNT-N
                    MOVE "*OVERFLW" TO PT-TAG(500)
                    MOVE "*NODEPT*" TO PT-DEPT(500)
                 END-IF
                 MOVE 500 TO HIT-IX
              END-IF
           END-IF.
           ADD CHGU-LINES   TO PT-LINES(HIT-IX).
           ADD CHGU-WORDS   TO PT-WORDS(HIT-IX).
           ADD CHGU-REJECTS TO PT-REJECTS(HIT-IX).
           ADD CHGU-HELD    TO PT-HELD(HIT-IX).

      ****************************************************************
      *    BILLING                                                   *
      ****************************************************************
      *    THE MONTH'S CHGMTD RECORDS ARE SORTED BY DEPARTMENT AND
      *    TAG FOR THE BILL; EVERY OTHER RECORD GOES TO CHGNEW. A
      *    MONTH ALREADY CLOSED IS NOT BILLED AGAIN.
       A000-BILL.
           MOVE SPACES TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           PERFORM A000-CLOSEDCHECK.
           IF MONTH-CLOSED
              DISPLAY "MONTH " BILL-MONTH " ALREADY BILLED - NOT "
                      "BILLED AGAIN"
              MOVE SPACES TO PRT-CHG-REC
              STRING "* MONTH " DELIMITED BY SIZE
                     BILL-MONTH DELIMITED BY SIZE
                     " ALREADY BILLED - NOT BILLED AGAIN"
                                DELIMITED BY SIZE
                 INTO PRT-CHG-REC
              END-STRING
              WRITE PRT-CHG-REC
              MOVE 12 TO RC-CAND
              PERFORM A000-RAISE-RC
           ELSE
              PERFORM A000-BILLRUN
           END-IF.

      *
       A000-BILLRUN.
           MOVE SPACES TO PRT-CHG-REC.
           STRING "* BILLING MONTH " DELIMITED BY SIZE
                  BILL-MONTH         DELIMITED BY SIZE
                  "  HIGH REJECTS AT " DELIMITED BY SIZE
                  REJ-LIMIT          DELIMITED BY SIZE
                  "% OF RECORDS RECEIVED" DELIMITED BY SIZE
              INTO PRT-CHG-REC
           END-STRING.
           WRITE PRT-CHG-REC.
           MOVE SPACES TO PRT-CHG-REC.
           MOVE STD-LINE-RATE TO RATE-EDIT.
           STRING "* STANDARD RATES - LINE " DELIMITED BY SIZE
                  RATE-EDIT                  DELIMITED BY SIZE
              INTO PRT-CHG-REC
           END-STRING.
           MOVE STD-REJ-RATE TO RATE-EDIT.
           STRING "REJECT " DELIMITED BY SIZE
                  RATE-EDIT DELIMITED BY SIZE
              INTO PRT-CHG-REC(35:20)
           END-STRING.
           WRITE PRT-CHG-REC.
           MOVE SPACES TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           MOVE CHG-HEAD-LINE TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           SORT CHG-SORT
                ASCENDING KEY CS-DEPT CS-TAG
                INPUT PROCEDURE A000-MTDIN
                OUTPUT PROCEDURE A000-BILLOUT.
           PERFORM A000-BILLFOOT.
           IF MTD-BILLED > 0
              MOVE SPACES TO PRT-CHG-REC
              STRING "* MONTH " DELIMITED BY SIZE
                     BILL-MONTH DELIMITED BY SIZE
                     " CLOSED ON CHGNEW - NO FURTHER RUNS ARE POSTED"
                                DELIMITED BY SIZE
                     " TO IT"   DELIMITED BY SIZE
                 INTO PRT-CHG-REC
              END-STRING
              WRITE PRT-CHG-REC
           END-IF.
           IF MTD-BILLED = 0
              DISPLAY "NOTHING ON CHGMTD FOR MONTH " BILL-MONTH
              MOVE 8 TO RC-CAND
              PERFORM A000-RAISE-RC
           END-IF.
           IF MTD-PART-BILLED > 0
              DISPLAY "WARNING: " MTD-PART-BILLED " CHGMTD RECORDS "
                      "BILLED ARE FROM RESTARTED RUNS - THEIR "
                      "USAGE IS PARTIAL"
              MOVE 4 TO RC-CAND
              PERFORM A000-RAISE-RC
           END-IF.

      *
       A000-CLOSEDCHECK.
           MOVE 'N' TO MTD-EOF-SW.
           OPEN INPUT CHG-MTD.
           PERFORM A000-MTDREAD.
           PERFORM UNTIL MTD-EOF
                   IF MTD-CLOSED-MARK AND MTD-MONTH = BILL-MONTH
                      SET MONTH-CLOSED TO TRUE
                      SET MTD-EOF TO TRUE
                   ELSE
                      PERFORM A000-MTDREAD
                   END-IF
           END-PERFORM.
           CLOSE CHG-MTD.

      *
       A000-MTDIN.
           MOVE 'N' TO MTD-EOF-SW.
           OPEN INPUT CHG-MTD.
           OPEN OUTPUT CHG-NEW.
           PERFORM A000-MTDREAD.
           PERFORM UNTIL MTD-EOF
                   ADD 1 TO MTD-READ
                   IF MTD-MONTH = BILL-MONTH AND NOT MTD-CLOSED-MARK
                      ADD 1 TO MTD-BILLED
                      MOVE MTD-DEPT    TO CS-DEPT
                      MOVE MTD-TAG     TO CS-TAG
                      MOVE MTD-LINES   TO CS-LINES
                      MOVE MTD-WORDS   TO CS-WORDS
                      MOVE MTD-REJECTS TO CS-REJECTS
                      MOVE MTD-HELD    TO CS-HELD
                      MOVE MTD-PARTIAL TO CS-PARTIAL
                      IF MTD-PARTIAL = "R"
                         ADD 1 TO MTD-PART-BILLED
                      END-IF
                      RELEASE CS-REC
                   ELSE
                      ADD 1 TO MTD-KEPT
                      WRITE CHG-NEW-REC FROM MTD-REC
                   END-IF
                   PERFORM A000-MTDREAD
           END-PERFORM.
           IF MTD-BILLED > 0
              MOVE SPACES TO MTD-REC
              MOVE BILL-MONTH TO MTD-MONTH
              SET MTD-CLOSED-MARK TO TRUE
              MOVE RUN-STAMP  TO MTD-RUN-STAMP
              WRITE CHG-NEW-REC FROM MTD-REC
           END-IF.
           CLOSE CHG-MTD.
           CLOSE CHG-NEW.

      *
      *    CONTROL BREAKS ON TAG WITHIN DEPARTMENT. THE EXTRACT IS
      *    WRITTEN ALONGSIDE THE REPORT, ONE 'D' PER DEPARTMENT.
       A000-BILLOUT.
           OPEN OUTPUT CHG-EXT.
           MOVE SPACES TO EXTH-REC.
           MOVE "H"            TO EXTH-TYPE.
           MOVE BILL-MONTH     TO EXTH-MONTH.
           MOVE RUN-STAMP(1:8) TO EXTH-DATE.
           MOVE "CHGBACK"      TO EXTH-SOURCE.
           WRITE EXTH-REC.
           MOVE 'N' TO SORT-EOF-SW.
           PERFORM A000-CSRET.
           PERFORM UNTIL SORT-EOF
                   IF TAG-PENDING AND
                      (CS-DEPT NOT = CUR-DEPT OR CS-TAG NOT = CUR-TAG)
                      PERFORM A000-TAGBREAK
                   END-IF
                   IF DEPT-PENDING AND CS-DEPT NOT = CUR-DEPT
                      PERFORM A000-DEPTBREAK
                   END-IF
                   IF NOT DEPT-PENDING
                      PERFORM A000-DEPTSTART
                   END-IF
                   IF NOT TAG-PENDING
                      SET TAG-PENDING TO TRUE
                      MOVE CS-TAG TO CUR-TAG
                      MOVE ZEROS TO TAG-TOTALS
                      MOVE 'N' TO TAG-PART-SW
                   END-IF
                   ADD CS-LINES   TO TAG-LINES
                   ADD CS-WORDS   TO TAG-WORDS
                   ADD CS-REJECTS TO TAG-REJECTS
                   ADD CS-HELD    TO TAG-HELD
                   IF CS-PARTIAL = "R"
                      SET TAG-PARTIAL TO TRUE
                      SET DEPT-PARTIAL TO TRUE
                   END-IF
                   PERFORM A000-CSRET
           END-PERFORM.
           IF TAG-PENDING
              PERFORM A000-TAGBREAK
           END-IF.
           IF DEPT-PENDING
              PERFORM A000-DEPTBREAK
           END-IF.
           MOVE SPACES TO EXTT-REC.
           MOVE "T"           TO EXTT-TYPE.
           MOVE BILL-MONTH    TO EXTT-MONTH.
           MOVE EXT-WRITTEN   TO EXTT-COUNT.
           MOVE EXT-TOTAL-AMT TO EXTT-TOTAL-AMT.
           WRITE EXTT-REC.
           CLOSE CHG-EXT.

      *
       A000-CSRET.
           RETURN CHG-SORT
           AT END
              SET SORT-EOF TO TRUE
           END-RETURN.

      *
      *    NEW DEPARTMENT: ITS RATES (A DEPARTMENT CARD, ELSE THE
      *    STANDARD RATE) AND A HEADING NAMING THEM.
       A000-DEPTSTART.
           SET DEPT-PENDING TO TRUE.
           MOVE CS-DEPT TO CUR-DEPT.
           MOVE ZEROS TO DEPT-TOTALS.
           MOVE 'N' TO DEPT-PART-SW.
           MOVE STD-LINE-RATE TO CUR-LINE-RATE.
           MOVE STD-REJ-RATE  TO CUR-REJ-RATE.
           PERFORM VARYING DR-IX FROM 1 BY 1
                     UNTIL DR-IX > DR-COUNT-N
                   IF DR-DEPT(DR-IX) = CUR-DEPT
                      IF DR-LINE-SW(DR-IX) = 'Y'
                         MOVE DR-LINE-RATE(DR-IX) TO CUR-LINE-RATE
                      END-IF
                      IF DR-REJ-SW(DR-IX) = 'Y'
                         MOVE DR-REJ-RATE(DR-IX) TO CUR-REJ-RATE
                      END-IF
                   END-IF
           END-PERFORM.
           MOVE SPACES TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           MOVE CUR-LINE-RATE TO RATE-EDIT.
           STRING "DEPARTMENT " DELIMITED BY SIZE
                  CUR-DEPT      DELIMITED BY SIZE
                  "  RATES - LINE " DELIMITED BY SIZE
                  RATE-EDIT     DELIMITED BY SIZE
              INTO PRT-CHG-REC
           END-STRING.
           MOVE CUR-REJ-RATE TO RATE-EDIT.
           STRING "REJECT " DELIMITED BY SIZE
                  RATE-EDIT DELIMITED BY SIZE
              INTO PRT-CHG-REC(45:20)
           END-STRING.
           IF CUR-DEPT = "*NODEPT*"
              MOVE "- NO OWNING DEPARTMENT, NOT EXTRACTED"
                TO PRT-CHG-REC(67:37)
           END-IF.
           WRITE PRT-CHG-REC.

      *
      *    ONE FEED LINE: THE TAG'S VOLUMES FOR THE MONTH AND ITS
      *    OWN REJECT RATE, SO A DEPARTMENT CAN SEE WHICH FEED
      *    DROVE ITS REJECT CHARGE.
       A000-TAGBREAK.
           MOVE 'N' TO TAG-PEND-SW.
           MOVE SPACES TO CHG-DETAIL-LINE.
           MOVE CUR-TAG TO CDL-TAG.
           MOVE CUR-TAG TO TAG-WANTED.
           PERFORM A000-TAGLOOK.
           MOVE DESC-FOUND  TO CDL-DESC.
           MOVE TAG-LINES   TO CDL-LINES.
           MOVE TAG-WORDS   TO CDL-WORDS.
           MOVE TAG-REJECTS TO CDL-REJECTS.
           MOVE TAG-HELD    TO CDL-HELD.
           MOVE TAG-LINES   TO CALC-LINES.
           MOVE TAG-REJECTS TO CALC-REJECTS.
           MOVE TAG-HELD    TO CALC-HELD.
           PERFORM A000-REJPCT.
           MOVE CALC-PCT TO CDL-PCT.
           MOVE SPACES TO CDL-AMOUNT-TEXT.
           PERFORM A000-FLAG.
           MOVE CHG-DETAIL-LINE TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           ADD TAG-LINES   TO DEPT-LINES.
           ADD TAG-WORDS   TO DEPT-WORDS.
           ADD TAG-REJECTS TO DEPT-REJECTS.
           ADD TAG-HELD    TO DEPT-HELD.

      *
      *    DEPARTMENT TOTAL: ITS CHARGES, THE TOTAL LINE ON THE BILL
      *    AND ITS EXTRACT RECORD.
       A000-DEPTBREAK.
           MOVE 'N' TO DEPT-PEND-SW.
           ADD 1 TO DEPT-BILLED.
           COMPUTE DEPT-LINE-AMT ROUNDED =
              DEPT-LINES * CUR-LINE-RATE.
           COMPUTE DEPT-REJ-AMT ROUNDED =
              (DEPT-REJECTS + DEPT-HELD) * CUR-REJ-RATE.
           COMPUTE DEPT-TOTAL-AMT = DEPT-LINE-AMT + DEPT-REJ-AMT.
           MOVE SPACES TO CHG-DETAIL-LINE.
           MOVE "TOTAL"      TO CDL-TAG.
           STRING "DEPARTMENT " DELIMITED BY SIZE
                  CUR-DEPT      DELIMITED BY SIZE
              INTO CDL-DESC
           END-STRING.
           MOVE DEPT-LINES   TO CDL-LINES.
           MOVE DEPT-WORDS   TO CDL-WORDS.
           MOVE DEPT-REJECTS TO CDL-REJECTS.
           MOVE DEPT-HELD    TO CDL-HELD.
           MOVE DEPT-LINES   TO CALC-LINES.
           MOVE DEPT-REJECTS TO CALC-REJECTS.
           MOVE DEPT-HELD    TO CALC-HELD.
           PERFORM A000-REJPCT.
           MOVE CALC-PCT       TO CDL-PCT.
           MOVE DEPT-LINE-AMT  TO CDL-LINE-AMT.
           MOVE DEPT-REJ-AMT   TO CDL-REJ-AMT.
           MOVE DEPT-TOTAL-AMT TO CDL-TOTAL-AMT.
           PERFORM A000-FLAG.
           IF CDL-FLAG NOT = SPACES
              ADD 1 TO DEPT-HIGH
           END-IF.
           MOVE CHG-DETAIL-LINE TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           IF DEPT-PARTIAL
              MOVE SPACES TO PRT-CHG-REC
              MOVE "* INCLUDES PARTIAL USAGE FROM A RESTARTED RUN"
                TO PRT-CHG-REC(11:45)
              WRITE PRT-CHG-REC
           END-IF.
           ADD DEPT-LINES     TO GRAND-LINES.
           ADD DEPT-WORDS     TO GRAND-WORDS.
           ADD DEPT-REJECTS   TO GRAND-REJECTS.
           ADD DEPT-HELD      TO GRAND-HELD.
           ADD DEPT-LINE-AMT  TO GRAND-LINE-AMT.
           ADD DEPT-REJ-AMT   TO GRAND-REJ-AMT.
           ADD DEPT-TOTAL-AMT TO GRAND-TOTAL-AMT.
           IF CUR-DEPT = "*NODEPT*"
              MOVE DEPT-TOTAL-AMT TO AMOUNT-EDIT
              DISPLAY "WARNING: USAGE WITH NO OWNING DEPARTMENT "
                      "CHARGED " FUNCTION TRIM(AMOUNT-EDIT)
                      " - NOT EXTRACTED"
              MOVE 4 TO RC-CAND
              PERFORM A000-RAISE-RC
           ELSE
              MOVE SPACES TO EXTD-REC
              MOVE "D"            TO EXTD-TYPE
              MOVE BILL-MONTH     TO EXTD-MONTH
              MOVE CUR-DEPT       TO EXTD-DEPT
              MOVE DEPT-LINES     TO EXTD-LINES
              COMPUTE EXTD-REJECTS = DEPT-REJECTS + DEPT-HELD
              MOVE DEPT-LINE-AMT  TO EXTD-LINE-AMT
              MOVE DEPT-REJ-AMT   TO EXTD-REJ-AMT
              MOVE DEPT-TOTAL-AMT TO EXTD-TOTAL-AMT
              IF CDL-FLAG NOT = SPACES
                 MOVE "Y" TO EXTD-HIGH-REJ
              ELSE
                 MOVE "N" TO EXTD-HIGH-REJ
              END-IF
              WRITE EXTD-REC
              ADD 1 TO EXT-WRITTEN
              ADD DEPT-TOTAL-AMT TO EXT-TOTAL-AMT
           END-IF.

      *
      *    PERCENT OF RECORDS RECEIVED (LINES READ PLUS RECORDS
      *    HELD) THAT WERE REJECTED OR HELD.
       A000-REJPCT.
           IF CALC-LINES + CALC-HELD > 0
              COMPUTE CALC-PCT ROUNDED =
                 ((CALC-REJECTS + CALC-HELD) * 100)
                 / (CALC-LINES + CALC-HELD)
           ELSE
              MOVE ZEROS TO CALC-PCT
           END-IF.

      *
       A000-FLAG.
           MOVE SPACES TO CDL-FLAG.
           IF CALC-REJECTS + CALC-HELD > 0
              AND CALC-PCT NOT < REJ-LIMIT
              MOVE "HIGH REJECTS" TO CDL-FLAG
           END-IF.

      *
      *    GRAND TOTAL AND CONTROL COUNTS: EVERY CHGMTD RECORD READ
      *    IS EITHER BILLED OR KEPT ON CHGNEW.
       A000-BILLFOOT.
           MOVE SPACES TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           MOVE SPACES TO CHG-DETAIL-LINE.
           MOVE "GRAND"       TO CDL-TAG.
           MOVE "TOTAL"       TO CDL-DESC.
           MOVE GRAND-LINES   TO CDL-LINES.
           MOVE GRAND-WORDS   TO CDL-WORDS.
           MOVE GRAND-REJECTS TO CDL-REJECTS.
           MOVE GRAND-HELD    TO CDL-HELD.
           MOVE GRAND-LINES   TO CALC-LINES.
           MOVE GRAND-REJECTS TO CALC-REJECTS.
           MOVE GRAND-HELD    TO CALC-HELD.
           PERFORM A000-REJPCT.
           MOVE CALC-PCT        TO CDL-PCT.
           MOVE GRAND-LINE-AMT  TO CDL-LINE-AMT.
           MOVE GRAND-REJ-AMT   TO CDL-REJ-AMT.
           MOVE GRAND-TOTAL-AMT TO CDL-TOTAL-AMT.
           MOVE CHG-DETAIL-LINE TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           MOVE SPACES TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           MOVE "* CHGMTD RECORDS READ" TO CTL-TEXT.
           MOVE MTD-READ TO CTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* CHGMTD RECORDS BILLED" TO CTL-TEXT.
           MOVE MTD-BILLED TO CTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* CHGMTD RECORDS KEPT ON CHGNEW" TO CTL-TEXT.
           MOVE MTD-KEPT TO CTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* BILLED RECORDS FROM RESTARTED RUNS" TO CTL-TEXT.
           MOVE MTD-PART-BILLED TO CTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* DEPARTMENTS BILLED" TO CTL-TEXT.
           MOVE DEPT-BILLED TO CTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* DEPARTMENTS WITH HIGH REJECTS" TO CTL-TEXT.
           MOVE DEPT-HIGH TO CTL-COUNT.
           PERFORM A000-TOTLINE.
           MOVE "* EXTRACT DEPARTMENT RECORDS" TO CTL-TEXT.
           MOVE EXT-WRITTEN TO CTL-COUNT.
           PERFORM A000-TOTLINE.

      *
       A000-TOTLINE.
           MOVE CHG-TOTAL-LINE TO PRT-CHG-REC.
           WRITE PRT-CHG-REC.
           MOVE SPACES TO CHG-TOTAL-LINE.

      *
       A000-RAISE-RC.
           IF RC-CAND > RUN-RC
              MOVE RC-CAND TO RUN-RC
           END-IF.

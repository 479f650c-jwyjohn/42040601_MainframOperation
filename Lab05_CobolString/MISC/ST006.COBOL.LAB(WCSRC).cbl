           SELECT PRT-RPT ASSIGN TO PRTRPT.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITLOG.
           SELECT OPTIONAL RUN-REG ASSIGN TO RUNREG.
           SELECT OPTIONAL REG-ARCH ASSIGN TO REGARCH.
           SELECT OPTIONAL LEX-IN ASSIGN TO LEXICON.
           SELECT PRT-SPEL ASSIGN TO PRTSPEL.
           SELECT LEX-SORT ASSIGN TO SORTWK5.
           SELECT OPTIONAL WORD-HIST ASSIGN TO WORDHIST.
           SELECT OPTIONAL SCAN-CTL ASSIGN TO SCANCTL.
           SELECT PRT-SCAN ASSIGN TO PRTSCAN.
           SELECT MASK-OUT ASSIGN TO MASKOUT.
           SELECT MASK-OUT-WIDE ASSIGN TO MASKOUT.
           SELECT OPTIONAL MEMB-CKPT ASSIGN TO MEMBCKPT.
           SELECT OPTIONAL RSM-DONE ASSIGN TO RSMDONE.
           SELECT OPTIONAL RSM-CSV  ASSIGN TO RSMCSV.
           SELECT OPTIONAL RSM-DETL ASSIGN TO RSMDETL.
           SELECT OPTIONAL RSM-KWIC ASSIGN TO RSMKWIC.
           SELECT OPTIONAL RSM-REJ  ASSIGN TO RSMREJ.
           SELECT OPTIONAL RSM-SPEL ASSIGN TO RSMSPEL.
           SELECT OPTIONAL RSM-CONC ASSIGN TO RSMCONC.
           SELECT OPTIONAL RSM-PAIR ASSIGN TO RSMPAIR.
           SELECT OPTIONAL RSM-SCAN ASSIGN TO RSMSCAN.
           SELECT OPTIONAL RSM-MASK ASSIGN TO RSMMASK.
           SELECT OPTIONAL RSM-MASK-WIDE ASSIGN TO RSMMASK.
           SELECT OPTIONAL RSM-CHG  ASSIGN TO RSMCHG.
           SELECT CHG-USE ASSIGN TO CHGUSE.
           SELECT OPTIONAL WORD-DICT ASSIGN TO WORDDICT
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY DICT-WORD
                  FILE STATUS DICT-STATUS.
           SELECT OPTIONAL OCC-IDX ASSIGN TO OCCIDX
                  ORGANIZATION INDEXED
                  ACCESS DYNAMIC
                  RECORD KEY OCC-KEY
                  FILE STATUS OCC-STATUS.
                                                                                
       DATA DIVISION.
       FILE SECTION.                                                            
      *    TWO INPUT LAYOUTS, SELECTED PER RUN BY THE WIDE PARMCTL
      *    CARD: THE CLASSIC 80-BYTE RECORD (TEXT 1-72, DOC TAG
      *    SELECTED, AND A000-SPLITREC NORMALIZES THE RECORD INTO
      *    LINE-TEXT/LINE-TAG SO THE EDIT PASS AND THE TOKENIZER
      *    NEVER LOOK AT THE RAW RECORD AGAIN.
      *    IN CONTROL-TOTAL MODE (CTLTOTAL Y) EACH MEMBER IS ONE
      *    TRANSMISSION, FRAMED BY TWO CONTROL RECORDS IN THE TEXT
      *    COLUMNS (SAME POSITIONS IN EITHER WIDTH):
      *       HEADER   1-5  "$$HDR"        TRAILER  1-5  "$$TRL"
      *                7-14 SOURCE SYSTEM           7-15 RECORD COUNT
      *               16-23 CREATION DATE          17-31 HASH TOTAL
      *                     (YYYYMMDD)
      *               25-32 BATCH NUMBER
      *    THE COUNT IS OF THE TEXT RECORDS BETWEEN THEM; THE HASH
      *    IS DESCRIBED AT A000-CTLBODY. NEITHER CONTROL RECORD IS
      *    A TEXT LINE.
       FD  GET-LINE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 GET-REC           PIC X(80) VALUE SPACES.

      *    RECORD (KEYWORD COUNTS, LENGTH HISTOGRAM/LONGEST/AVG INPUT
      *    SUMS). THE CONCORDANCE/PAIR TOKEN WORK FILES ARE
      *    DELIBERATELY NOT CARRIED HERE - SEE A000-RESTART-LOAD.
       FD  CKPT-OUT RECORD CONTAINS 535 CHARACTERS RECORDING MODE F.
       01 CKPT-OUT-REC.
          05 CKPTO-SENT-COUNT     PIC 9(6) VALUE ZEROS.
          05 CKPTO-SENT-WORD-SUM  PIC 9(9) VALUE ZEROS.
          05 CKPTO-HYPH-PEND   PIC X(1)  VALUE 'N'.
          05 CKPTO-HYPH-HOLD   PIC X(80) VALUE SPACES.
          05 CKPTO-HYPH-COUNT  PIC 9(6)  VALUE ZEROS.
          05 CKPTO-MASK-SUPP   PIC 9(6)  VALUE ZEROS.
          05 CKPTO-SCAN-HITS   PIC 9(6)  VALUE ZEROS.
                                                                                
       FD  CKPT-IN RECORD CONTAINS 535 CHARACTERS RECORDING MODE F.
       01 CKPT-IN-REC.
          05 CKPTI-SENT-COUNT     PIC 9(6) VALUE ZEROS.
          05 CKPTI-SENT-WORD-SUM  PIC 9(9) VALUE ZEROS.
          05 CKPTI-HYPH-PEND   PIC X(1)  VALUE 'N'.
          05 CKPTI-HYPH-HOLD   PIC X(80) VALUE SPACES.
          05 CKPTI-HYPH-COUNT  PIC 9(6)  VALUE ZEROS.
          05 CKPTI-MASK-SUPP   PIC 9(6)  VALUE ZEROS.
          05 CKPTI-SCAN-HITS   PIC 9(6)  VALUE ZEROS.
                                                                                
       FD  STOP-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 STOPCTL-REC       PIC X(80) VALUE SPACES.
      *    DOC-TAG MASTER - ONE RECORD PER AUTHORIZED TAG WITH ITS
      *    BUSINESS DESCRIPTION AND OWNING DEPARTMENT. AN ABSENT
      *    TAGMSTR LEAVES THE TABLE EMPTY AND THE EDIT PASS CHECKS
      *    TAG SYNTAX ONLY, AS IT ALWAYS HAS. THE MASTER IS KEPT BY
      *    TAGMNT; A TAG IT HAS INACTIVATED (STATUS I, WITH THE DATE
      *    IT STOPPED BEING VALID) STAYS ON FILE BUT IS NOT LOADED,
      *    SO ITS RECORDS ARE REJECTED AS UNKNTAG.
       FD  TAG-MSTR RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 TAGM-IN-REC.
          05 TAGM-IN-KEY    PIC X(8)  VALUE SPACES.
          05 TAGM-IN-DESC   PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TAGM-IN-DEPT   PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TAGM-IN-STATUS PIC X(1)  VALUE SPACES.
             88 TAGM-IN-INACTIVE      VALUE 'I'.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 TAGM-IN-STDATE PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(8)  VALUE SPACES.

       FD  MEMB-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 MEMBCTL-REC       PIC X(80) VALUE SPACES.
          05 PK-TEXT        PIC X(124) VALUE SPACES.
          05 FILLER         PIC X(3)  VALUE SPACES.

      *    APPROVED VOCABULARY FOR THE SPELLING PASS (SPELL FILE ON
      *    PARMCTL) - ONE WORD PER CARD FROM COLUMN 1, CARDS
      *    STARTING WITH "*" ARE COMMENTS. ORDER AND CASE DO NOT
      *    MATTER; A000-LOADLEX SORTS AND UPPER-CASES THE LIST.
       FD  LEX-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 LEXIN-REC         PIC X(80) VALUE SPACES.

      *    SPELLING EXCEPTION LISTING - ONE RECORD PER KEPT TOKEN
      *    NOT FOUND IN THE LEXICON, WRITTEN FROM A000-SPELL AS THE
      *    TOKEN IS SEEN, WITH THE SAME POSITION DATA PRT-KWIC
      *    CARRIES AND UP TO THREE NEAR MATCHES FROM THE LEXICON.
      *    PRT-SPEL-TOT IS THE TOTAL LINE WRITTEN PER DOC TAG AND
      *    PER MEMBER (A000-SPELTOT); ITS COUNT LINES UP UNDER
      *    SPL-LINE.
       FD  PRT-SPEL RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       01 PRT-SPEL-REC.
          05 SPL-WORD       PIC X(30) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SPL-MEMBER     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SPL-DOCTAG     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SPL-LINE       PIC Z(6)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SPL-COL        PIC Z(3)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SPL-SUGG1      PIC X(30) VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 SPL-SUGG2      PIC X(30) VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 SPL-SUGG3      PIC X(30) VALUE SPACES.
          05 FILLER         PIC X(3)  VALUE SPACES.
       01 PRT-SPEL-TOT.
          05 SPT-LABEL      PIC X(30).
          05 FILLER         PIC X(2).
          05 SPT-MEMBER     PIC X(8).
          05 FILLER         PIC X(2).
          05 SPT-DOCTAG     PIC X(8).
          05 FILLER         PIC X(2).
          05 SPT-COUNT      PIC Z(5)9.
          05 FILLER         PIC X(2).
          05 SPT-DESC       PIC X(40).
          05 FILLER         PIC X(60).

      *    PERMANENT RUN-AUDIT TRAIL - EXACTLY ONE FIXED-FIELD
      *    RECORD APPENDED PER RUN: WHEN IT RAN, THE PARMCTL VALUES
      *    IN EFFECT, THE MEMBER LIST, THE FINAL COUNTERS AND A
      *    RECORDS CARRY AS SPACES. POSITIONS 1 AND 5 ARE RETAINED
      *    FOR OLDER TRAIL READERS BUT CAN NO LONGER FIRE - THE
      *    CONCORDANCE AND PAIR COUNTS RUN THROUGH EXTERNAL SORT
      *    WORK FILES WITH NO IN-STORAGE CEILING. POSITIONS 6 AND 7
      *    ARE LIKEWISE RETAINED: RESTART AND CKPTN ON A MEMBCTL RUN
      *    NOW SELECT THE MEMBER-LEVEL RESUME AND CHECKPOINT INSTEAD
      *    OF BEING IGNORED.
          05 AUD-WARNINGS   PIC X(17) VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 AUD-RC         PIC 9(2)  VALUE ZEROS.
      *    PARMCTL VALUES ADDED AFTER THE ORIGINAL LAYOUT (WIDE,
      *    HYPHEN, DUPRUN MODE) AND THE TWO NEWER WARNING CLASSES:
      *    TAG MASTER TABLE FULL, DICTIONARY SKIPPED FOR A
      *    DUPLICATE SAME-DAY RUN. AUD-SPELL CARRIES THE SPELL
      *    PARMCTL MODE (N, F = LEXICON FILE, D = WORDDICT) AND
      *    AUD-WARN-LEX FLAGS A LEXICON THAT WAS EMPTY, UNREADABLE
      *    OR TOO LARGE FOR THE TABLE. AUD-HISTORY CARRIES THE
      *    HISTORY PARMCTL SETTING - Y, N, OR S WHEN HISTORY Y WAS
      *    ASKED FOR BUT SKIPPED BECAUSE THE RUN WAS A RESTART.
      *    AUD-RESUME-FROM IS ZERO UNLESS THE RUN RESUMED AN
      *    INTERRUPTED MEMBER LIST, WHEN IT HOLDS THE MEMBCTL
      *    POSITION OF THE MEMBER IT RESUMED AT (AUD-MEMBERS STILL
      *    LISTS THE WHOLE RUN). AUD-SCAN CARRIES THE SCAN PARMCTL
      *    SETTING - Y, N, OR E WHEN THE SCANCTL DECK HAD AN
      *    UNUSABLE CARD OR MORE PATTERNS THAN THE TABLE HOLDS - AND
      *    AUD-SCAN-HITS THE NUMBER OF SENSITIVE-DATA MATCHES MASKED
      *    (99999 MEANS THAT MANY OR MORE). THE TRAILING FILLER IS
      *    NOW FULLY USED.
          05 AUD-WIDE       PIC X(1)  VALUE SPACES.
          05 AUD-HYPHEN     PIC X(1)  VALUE SPACES.
          05 AUD-DUPMODE    PIC X(4)  VALUE SPACES.
          05 AUD-WARN-TAGM  PIC X(1)  VALUE SPACES.
          05 AUD-WARN-DUPSKIP PIC X(1) VALUE SPACES.
          05 AUD-SPELL      PIC X(1)  VALUE SPACES.
          05 AUD-WARN-LEX   PIC X(1)  VALUE SPACES.
          05 AUD-HISTORY    PIC X(1)  VALUE SPACES.
          05 AUD-RESUME-FROM PIC 9(3) VALUE ZEROS.
          05 AUD-SCAN       PIC X(1)  VALUE SPACES.
          05 AUD-SCAN-HITS  PIC 9(5)  VALUE ZEROS.

      *    RUN REGISTRY - ONE RECORD PER MEMBER WHOSE WORDS WERE
      *    POSTED TO THE PERMANENT DICTIONARY, APPENDED AS THE
          05 REG-DATE       PIC 9(8)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 REG-READ       PIC 9(6)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 REG-SOURCE     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 REG-BATCH      PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(35) VALUE SPACES.

      *    RUN-REGISTRY RECORDS LOGARCH HAS MOVED OFF RUNREG, SAME
      *    LAYOUT. READ ONLY FOR THE BATCH-NUMBER CHECK - A BATCH
      *    STAYS USED ONCE ITS REGISTRY RECORD IS ARCHIVED.
       FD  REG-ARCH RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 REGA-REC.
          05 FILLER         PIC X(28).
          05 REGA-SOURCE    PIC X(8).
          05 FILLER         PIC X(1).
          05 REGA-BATCH     PIC X(8).
          05 FILLER         PIC X(35).

      *    PRINT-READY FREQUENCY RANKING WITH ASA CARRIAGE CONTROL
      *    IN COLUMN 1 - A NEW OUTPUT ALONGSIDE PRT-DONE/PRT-CONC SO
          05 PCF-WORD2      PIC X(80) VALUE SPACES.
          05 PCF-FIRSTLN    PIC 9(6)  VALUE ZEROS.

      *    WORD FREQUENCY HISTORY (HISTORY Y ON PARMCTL) - ONE
      *    RECORD PER DISTINCT WORD PER MEMBER PER RUN, APPENDED BY
      *    A000-HISTPOST AS THE COUNTING PASS BREAKS ON EACH WORD.
      *    HIS-MEMBER IS THE MEMBCTL MEMBER, OR FOR A SINGLE-FILE
      *    RUN THE RUNNAME CARD (*SINGLE* WITHOUT ONE). WRDTRND
      *    READS IT BACK FOR THE MULTI-PERIOD TREND REPORT.
       FD  WORD-HIST RECORD CONTAINS 110 CHARACTERS RECORDING MODE F.
       01 HIS-REC.
          05 HIS-DATE       PIC 9(8)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 HIS-MEMBER     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 HIS-COUNT      PIC 9(6)  VALUE ZEROS.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 HIS-WORD       PIC X(80) VALUE SPACES.
          05 FILLER         PIC X(5)  VALUE SPACES.

      *    SENSITIVE-DATA PATTERNS FOR THE SCAN PASS (SCAN Y ON
      *    PARMCTL) - ONE PATTERN PER CARD, CARDS STARTING WITH "*"
      *    ARE COMMENTS:
      *       1-8    PATTERN TYPE, PRINTED ON PRT-SCAN (CARDNUM,
      *              NATID, EMAIL, PHONE ...)
      *       11-16  RULE:
      *              MASK   - THE OPERAND IS A PICTURE MATCHED
      *                       COLUMN FOR COLUMN: 9 IS ANY DIGIT, A
      *                       ANY LETTER, ANYTHING ELSE (AN EMBEDDED
      *                       SPACE INCLUDED) MUST APPEAR AS WRITTEN
      *              DIGITS - THE OPERAND IS "MIN MAX": A RUN OF
      *                       THAT MANY DIGITS, SINGLE HYPHENS OR
      *                       SPACES ALLOWED BETWEEN THEM (MAX
      *                       DEFAULTS TO MIN)
      *              EMAIL  - NO OPERAND: NAME@DOMAIN.SUFFIX
      *       18-57  OPERAND, STARTING IN COLUMN 18
      *    A MATCH MUST STAND ALONE - NO LETTER OR DIGIT TOUCHING
      *    EITHER END. THE CARDS ARE TRIED IN DECK ORDER AGAINST THE
      *    LINE AS THE EARLIER CARDS LEFT IT, SO TEXT ONE CARD HAS
      *    MASKED IS NOT COUNTED AGAIN BY A LATER ONE.
       FD  SCAN-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 SCANCTL-REC       PIC X(80) VALUE SPACES.

      *    SENSITIVE-DATA EXCEPTION LISTING - ONE RECORD PER PATTERN
      *    MATCH, WRITTEN FROM A000-SCANLINE ONCE THE WHOLE LINE HAS
      *    BEEN SCANNED, WITH THE START COLUMN AND LENGTH OF THE
      *    MATCH AND THE LINE AS IT WAS MASKED - THE MATCHED VALUE
      *    ITSELF IS NEVER PRINTED. PRT-SCAN-TOT IS THE TOTAL LINE
      *    WRITTEN PER MEMBER AND PER RUN (A000-SCANTOT).
       FD  PRT-SCAN RECORD CONTAINS 180 CHARACTERS RECORDING MODE F.
       01 PRT-SCAN-REC.
          05 SCN-TYPE       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SCN-MEMBER     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SCN-DOCTAG     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SCN-LINE       PIC Z(6)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SCN-COL        PIC Z(3)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SCN-LEN        PIC Z(3)  VALUE ZEROS.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SCN-TEXT       PIC X(124) VALUE SPACES.
          05 FILLER         PIC X(8)  VALUE SPACES.
       01 PRT-SCAN-TOT.
          05 SCT-LABEL      PIC X(30).
          05 FILLER         PIC X(2).
          05 SCT-MEMBER     PIC X(8).
          05 FILLER         PIC X(2).
          05 SCT-COUNT      PIC Z(5)9.
          05 FILLER         PIC X(132).

      *    MASKED COPY OF THE INPUT (SCAN Y) - EVERY GETLINE RECORD
      *    READ, REJECTED ONES INCLUDED, IN ITS OWN LAYOUT WITH EACH
      *    MATCHED STRING OVERLAID WITH ASTERISKS AND THE DOC TAG
      *    UNTOUCHED. A MEMBER LIST WRITES ITS MEMBERS ONE AFTER
      *    ANOTHER IN MEMBCTL ORDER. TWO FDS AGAINST ONE DD, AS FOR
      *    GETLINE.
       FD  MASK-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 MASK-REC          PIC X(80) VALUE SPACES.

       FD  MASK-OUT-WIDE RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F.
       01 MASK-REC-WIDE     PIC X(132) VALUE SPACES.

      *    MEMBER-LEVEL CHECKPOINT (CKPTN ON A MEMBCTL RUN). ONE 'C'
      *    RECORD IS APPENDED AS EACH MEMBER COMPLETES, CARRYING THE
      *    RUNNING GRAND TOTALS A000-ACCUM-GRAND HAS BUILT, THE
      *    CROSS-MEMBER DIRECTORY, THE RUN'S WARNING SWITCHES AND
      *    THE RECORD COUNT OF EVERY STREAMED OUTPUT AT THAT POINT -
      *    EVERYTHING A RESUMED RUN NEEDS TO CARRY ON AS IF IT HAD
      *    NEVER STOPPED. SHORT MARKER RECORDS NOTE THAT A MEMBER'S
      *    DICTIONARY POSTING HAD BEGUN ('D'), THAT THE WORD HISTORY
      *    POSTING HAD BEGUN ('H') AND THAT THE RUN ENDED ('E').
      *    A MEMBER ACCEPTED UNDER CONTROL TOTALS ALSO LEAVES ITS
      *    SOURCE AND BATCH, SO A RESUMED RUN STILL KNOWS EVERY
      *    BATCH THE RUN HAS ALREADY TAKEN.
      *    MCK-GRAND-TOTALS, MCK-MEMB-NAMES AND MCK-OUT-COUNTERS ARE
      *    SIZED TO THE GROUPS THEY ARE MOVED FROM.
       FD  MEMB-CKPT RECORD CONTAINS 971 CHARACTERS RECORDING MODE F.
       01 MCK-REC.
          05 MCK-TYPE       PIC X(1)  VALUE SPACES.
             88 MCK-MEMBER-DONE       VALUE 'C'.
             88 MCK-DICT-BEGUN        VALUE 'D'.
             88 MCK-HIST-BEGUN        VALUE 'H'.
             88 MCK-RUN-ENDED         VALUE 'E'.
          05 MCK-MEMBER     PIC X(80) VALUE SPACES.
          05 MCK-ORDINAL    PIC 9(4)  VALUE ZEROS.
          05 MCK-REG-POSTED PIC X(1)  VALUE SPACES.
          05 MCK-RUN-STAMP  PIC X(14) VALUE SPACES.
          05 MCK-LINE-COUNT PIC 9(6)  VALUE ZEROS.
          05 MCK-SPEL-RUN-COUNT PIC 9(6) VALUE ZEROS.
          05 MCK-MEMBER-LIST PIC X(80) VALUE SPACES.
          05 MCK-LIST-PTR   PIC 9(3)  VALUE ZEROS.
          05 MCK-GRAND-TOTALS PIC X(448) VALUE SPACES.
          05 MCK-MEMB-NAMES PIC X(162) VALUE SPACES.
          05 MCK-HIST-SKIP  PIC X(20) VALUE SPACES.
          05 MCK-WARN-SWITCHES PIC X(20) VALUE SPACES.
          05 MCK-OVFL-SWITCHES PIC X(10) VALUE SPACES.
          05 MCK-OUT-COUNTERS PIC X(100) VALUE SPACES.
          05 MCK-CTL-SOURCE PIC X(8)  VALUE SPACES.
          05 MCK-CTL-BATCH  PIC X(8)  VALUE SPACES.

      *    THE INTERRUPTED RUN'S STREAMED OUTPUTS AND TOKEN WORK
      *    FILES, READ BACK ONLY BY A RESUMED MEMBER LIST (RESTART
      *    WITH MEMBCTL - SEE A000-RESUMECOPY). EACH DD NAMES THE
      *    DATASET THE FAILED STEP WROTE UNDER THE MATCHING OUTPUT
      *    DD; THE RESUMED STEP WRITES FRESH ONES.
       FD  RSM-DONE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RSM-DONE-REC      PIC X(80).
       FD  RSM-CSV RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RSM-CSV-REC       PIC X(80).
       FD  RSM-DETL RECORD CONTAINS 130 CHARACTERS RECORDING MODE F.
       01 RSM-DETL-REC      PIC X(130).
       FD  RSM-KWIC RECORD CONTAINS 192 CHARACTERS RECORDING MODE F.
       01 RSM-KWIC-REC      PIC X(192).
       FD  RSM-REJ RECORD CONTAINS 142 CHARACTERS RECORDING MODE F.
       01 RSM-REJ-REC       PIC X(142).
       FD  RSM-SPEL RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       01 RSM-SPEL-REC      PIC X(160).
       FD  RSM-CONC RECORD CONTAINS 88 CHARACTERS RECORDING MODE F.
       01 RSM-CONC-REC      PIC X(88).
       FD  RSM-PAIR RECORD CONTAINS 166 CHARACTERS RECORDING MODE F.
       01 RSM-PAIR-REC      PIC X(166).
       FD  RSM-SCAN RECORD CONTAINS 180 CHARACTERS RECORDING MODE F.
       01 RSM-SCAN-REC      PIC X(180).
       FD  RSM-MASK RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RSM-MASK-REC      PIC X(80).
       FD  RSM-MASK-WIDE RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F.
       01 RSM-MASK-WIDE-REC PIC X(132).
       FD  RSM-CHG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 RSM-CHG-REC       PIC X(80).

      *    CHARGEBACK USAGE (CHARGE Y ON PARMCTL) - WHAT THE RUN DID
      *    FOR EACH DOC TAG, ONE 'D' RECORD PER TAG PER MEMBER
      *    WRITTEN AS THE MEMBER COMPLETES: LINES READ, WORDS
      *    COUNTED, RECORDS REJECTED BY THE EDIT PASS, AND RECORDS
      *    HELD BY THE CONTROL-TOTAL CHECK (HEADER AND TRAILER
      *    RECORDS EXCLUDED). THE TAG IS THE RAW ONE FROM THE
      *    RECORD, SO REJECTS UNDER A BAD OR UNKNOWN TAG STILL SHOW.
      *    CHGU-MEMBER IS AS ON WORDHIST. A 'T' RECORD ENDS THE
      *    FILE WITH THE 'D' RECORD COUNT - A FILE WITHOUT ONE IS
      *    FROM A RUN THAT DID NOT FINISH. CHGU-PARTIAL IS "R" ON A
      *    RESTART RUN, WHOSE COUNTS COVER ONLY THE LINES AFTER THE
      *    CHECKPOINT. CHGBACK POSTS THE FILE TO THE MONTH-TO-DATE
      *    CHARGEBACK FILE; THE LAYOUT MUST STAY IN STEP WITH THE
      *    CHG-USE FD THERE.
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

       SD  CONC-SORT RECORD CONTAINS 88 CHARACTERS.
       01 CS-REC.
          05 CS-WORD        PIC X(80).
          05 PN-WORD2       PIC X(80).
          05 PN-FIRSTLN     PIC 9(6).

       SD  LEX-SORT RECORD CONTAINS 80 CHARACTERS.
       01 LXS-REC.
          05 LXS-WORD       PIC X(80).

      *    PERMANENT WORD DICTIONARY MASTER, KEYED BY WORD. IT
      *    SURVIVES STOP RUN - EVERY ACCEPTED WORD IS READ/REWRITTEN (OR
      *    WRITTEN) DIRECTLY AGAINST THE FILE. DICT-RUN-STAMP MARKS
      *    THE RUN THAT LAST TOUCHED A RECORD SO DICT-RUN-COUNT CAN
      *    RESTART AT 1 THE FIRST TIME EACH RUN SEES THE WORD.
      *    SPELL DICT BROWSES IT ONCE, START-TO-END, BEFORE THE
      *    POSTING OPEN, SO THE LEXICON IS THE DICTIONARY AS IT
      *    STOOD WHEN THE RUN BEGAN.
       FD  WORD-DICT RECORD CONTAINS 125 CHARACTERS.
       01 DICT-REC.
          05 DICT-WORD        PIC X(80).
          05 DICT-LAST-DATE   PIC 9(8).
          05 DICT-RUN-STAMP   PIC X(14).

      *    WORD OCCURRENCE INDEX (INDEX Y ON PARMCTL) - ONE RECORD
      *    PER KEPT WORD, KEYED WORD / MEMBER / LINE / COLUMN SO
      *    EVERY OCCURRENCE OF A WORD READS TOGETHER, IN SOURCE
      *    ORDER, FROM ONE START. THE WORD IS UPPER-CASED SO THE
      *    SEARCH IS CASE-BLIND; OCC-LINE IS THE RUN LINE NUMBER
      *    PRT-KWIC SHOWS, AND THE TEXT AREA IS THE ONE THE WORD WAS
      *    TOKENIZED FROM (MASKED ON A SCAN Y RUN). THE FILE
      *    DESCRIBES ONE RUN - A NEW RUN REBUILDS IT, A RESTART OR
      *    RESUMED MEMBER LIST ADDS TO IT. OCCQRY SEARCHES IT; THE
      *    LAYOUT MUST STAY IN STEP WITH THE FD THERE.
       FD  OCC-IDX RECORD CONTAINS 229 CHARACTERS.
       01 OCC-REC.
          05 OCC-KEY.
             10 OCC-WORD      PIC X(80).
             10 OCC-MEMBER    PIC X(8).
             10 OCC-LINE      PIC 9(6).
             10 OCC-COL       PIC 9(3).
          05 OCC-DOCTAG       PIC X(8).
          05 OCC-TEXT         PIC X(124).

      *    EVERY GETLINE RECORD THAT FAILS THE EDIT PASS IS WRITTEN
      *    HERE UNCHANGED, PREFIXED WITH ITS REASON CODE, SO A BAD
      *    TRANSMISSION CAN BE REPAIRED AND RESUBMITTED AS-IS.
      *    REJ-WIDTH CARRIES "W" WHEN THE RECORD CAME FROM THE
      *    132-BYTE WIDE FEED (TEXT 1-124, TAG 125-132 WITHIN
      *    REJ-DATA); BLANK MEANS THE CLASSIC 80-BYTE LAYOUT WITH
      *    COLUMNS 81-132 OF REJ-DATA UNUSED. THE RECORD IS THE RAW
      *    ONE EVEN ON A SCAN Y RUN - IT IS HERE TO BE REPAIRED AND
      *    FED BACK IN, WHEN IT IS SCANNED AGAIN; THE MASKED COPY OF
      *    IT IS ON MASKOUT.
       FD  REJ-OUT RECORD CONTAINS 142 CHARACTERS RECORDING MODE F.
       01 REJ-REC.
          05 REJ-REASON     PIC X(8)  VALUE SPACES.
          05 GRAND-LONGEST-WORD-LEN PIC 99   VALUE ZEROS.                       
          05 GRAND-LONGEST-WORD     PIC X(80) VALUE SPACES.                     
          05 GRAND-TOTAL-LEN-SUM    PIC 9(9) VALUE ZEROS.                       
          05 GRAND-MASK-SUPP        PIC 9(6) VALUE ZEROS.                       
          05 GRAND-SCAN-HITS        PIC 9(6) VALUE ZEROS.                       
          05 GRAND-CTL-HELD-MEMBS   PIC 9(6) VALUE ZEROS.                       
          05 GRAND-CTL-HELD-RECS    PIC 9(6) VALUE ZEROS.                       
                                                                                
       01 SWITCHES.                                                             
          05 CASE-INS-SW    PIC X(1)  VALUE 'N'.
             88 HYPHEN-REJOIN         VALUE 'Y'.
          05 WIDE-SW        PIC X(1)  VALUE 'N'.
             88 WIDE-MODE             VALUE 'Y'.
          05 SPELL-SW       PIC X(1)  VALUE 'N'.
             88 SPELL-CHECK           VALUES 'F' 'D'.
             88 SPELL-FROM-FILE       VALUE 'F'.
             88 SPELL-FROM-DICT       VALUE 'D'.
          05 HISTORY-SW     PIC X(1)  VALUE 'N'.
             88 HISTORY-POST          VALUE 'Y'.
          05 RESUME-SW      PIC X(1)  VALUE 'N'.
             88 RESUME-MODE           VALUE 'Y'.
          05 MEMB-CKPT-SW   PIC X(1)  VALUE 'N'.
             88 MEMB-CKPT-ON          VALUE 'Y'.
          05 SCAN-SW        PIC X(1)  VALUE 'N'.
             88 SENSITIVE-SCAN        VALUE 'Y'.
          05 CTL-SW         PIC X(1)  VALUE 'N'.
             88 CTL-TOTAL-MODE        VALUE 'Y'.
          05 INDEX-SW       PIC X(1)  VALUE 'N'.
             88 OCC-INDEXING          VALUE 'Y'.
          05 CHARGE-SW      PIC X(1)  VALUE 'N'.
             88 CHARGE-USAGE          VALUE 'Y'.
                                                                                
      *    CONDITION-CODE LADDER: 4 = ANY WARNING, 8 = EMPTY INPUT
      *    OR A MEMBER HELD BY THE CONTROL-TOTAL CHECK,
      *    12 = UNUSABLE PARMCTL VALUE OR SCANCTL CARD, OR A MEMBER
      *    CHECKPOINT THAT CANNOT BE RESUMED, 16 = DUPLICATE
      *    SAME-DAY RUN STOPPED (DUPRUN STOP). THE HIGHEST RAISED
      *    WINS AND IS MOVED TO RETURN-CODE JUST BEFORE STOP RUN
      *    SO THE SCHEDULER CAN HOLD DOWNSTREAM JOBS.
       01 RUN-RC            PIC 9(2)  VALUE ZEROS.
       01 RC-CAND           PIC 9(2)  VALUE ZEROS.

          05 REG-EOF-SW     PIC X(1)  VALUE 'N'.
             88 REG-EOF               VALUE 'Y'.

      *    CONTROL-TOTAL CHECK STATE (CTLTOTAL Y) FOR THE MEMBER IN
      *    HAND. CTL-REASON IS BLANK FOR AN ACCEPTED TRANSMISSION
      *    OR HOLDS THE CODE IT WAS HELD FOR. CTL-HDR-REC AND
      *    CTL-PEND-REC ARE THE FIRST AND THE LATEST RECORD OF THE
      *    PRE-PASS IN A COMMON 132-BYTE FORM; AT END OF MEMBER
      *    CTL-PEND-REC IS THE TRAILER CANDIDATE. CTL-ALPHABET
      *    GIVES THE HASH WEIGHT OF A TAG BYTE - ITS OFFSET IN THE
      *    STRING, 37 FOR ANY BYTE NOT IN IT. CTL-BATCH-TABLE HOLDS
      *    THE BATCHES ACCEPTED SO FAR THIS RUN, SO THE SAME BATCH
      *    TWICE IN ONE MEMBER LIST IS CAUGHT BEFORE EITHER COPY
      *    REACHES THE REGISTRY.
       01 CTL-VARIABLES.
          05 CTL-REASON     PIC X(8)  VALUE SPACES.
          05 CTL-HELD-SW    PIC X(1)  VALUE 'N'.
             88 CTL-MEMB-HELD         VALUE 'Y'.
          05 CTL-PEND-SW    PIC X(1)  VALUE 'N'.
             88 CTL-PENDING           VALUE 'Y'.
          05 CTL-OWN-REG-SW PIC X(1)  VALUE 'N'.
             88 CTL-OWN-REG           VALUE 'Y'.
          05 CTL-SOURCE     PIC X(8)  VALUE SPACES.
          05 CTL-BATCH      PIC X(8)  VALUE SPACES.
          05 CTL-BODY-N     PIC 9(9)  VALUE ZEROS.
          05 CTL-BODY-READ  PIC 9(9)  VALUE ZEROS.
          05 CTL-STRAY-N    PIC 9(6)  VALUE ZEROS.
          05 CTL-MEMB-RECS  PIC 9(9)  VALUE ZEROS.
          05 CTL-HELD-RECS  PIC 9(9)  VALUE ZEROS.
          05 CTL-HASH       PIC 9(15) VALUE ZEROS.
          05 CTL-TAG-POS    PIC 9(3)  VALUE ZEROS.
          05 CTL-IX         PIC 9(3)  VALUE ZEROS.
          05 CTL-WEIGHT     PIC 9(3)  VALUE ZEROS.
          05 CTL-ALPHABET   PIC X(37)
                 VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 CTL-REC           PIC X(132) VALUE SPACES.
       01 CTL-HDR-REC.
          05 CTL-HDR-ID     PIC X(5)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CTL-HDR-SOURCE PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CTL-HDR-DATE   PIC X(8)  VALUE SPACES.
          05 CTL-HDR-DATE-N REDEFINES CTL-HDR-DATE PIC 9(8).
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CTL-HDR-BATCH  PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(100) VALUE SPACES.
       01 CTL-PEND-REC.
          05 CTL-TRL-ID     PIC X(5)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CTL-TRL-COUNT  PIC X(9)  VALUE SPACES.
          05 CTL-TRL-COUNT-N REDEFINES CTL-TRL-COUNT PIC 9(9).
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 CTL-TRL-HASH   PIC X(15) VALUE SPACES.
          05 CTL-TRL-HASH-N REDEFINES CTL-TRL-HASH PIC 9(15).
          05 FILLER         PIC X(101) VALUE SPACES.
       01 CTL-BATCH-TABLE.
          05 CTLB-COUNT-N   PIC 9(3)  VALUE ZEROS.
          05 CTLB-ENTRY     OCCURS 200 TIMES INDEXED BY CTLB-IX.
             10 CTLB-SOURCE PIC X(8)  VALUE SPACES.
             10 CTLB-BATCH  PIC X(8)  VALUE SPACES.

       01 WARN-SWITCHES.
          05 RESTART-IGN-SW PIC X(1)  VALUE 'N'.
             88 RESTART-IGNORED       VALUE 'Y'.
             88 EMPTY-INPUT           VALUE 'Y'.
          05 DUP-SKIP-SW    PIC X(1)  VALUE 'N'.
             88 DUP-RUN-SKIPPED       VALUE 'Y'.
          05 LEX-WARN-SW    PIC X(1)  VALUE 'N'.
             88 LEXICON-WARNED        VALUE 'Y'.
          05 HIST-SKIP-SW   PIC X(1)  VALUE 'N'.
             88 HISTORY-SKIPPED       VALUE 'Y'.
          05 RSM-WARN-SW    PIC X(1)  VALUE 'N'.
             88 RESUME-WARNED         VALUE 'Y'.
          05 SCAN-ERR-SW    PIC X(1)  VALUE 'N'.
             88 SCAN-DECK-ERROR       VALUE 'Y'.
          05 OCC-FAIL-SW    PIC X(1)  VALUE 'N'.
             88 OCC-INDEX-FAILED      VALUE 'Y'.
          05 OCC-WFAIL-SW   PIC X(1)  VALUE 'N'.
             88 OCC-WRITE-FAILED      VALUE 'Y'.
          05 CHG-PART-SW    PIC X(1)  VALUE 'N'.
             88 CHARGE-PARTIAL        VALUE 'Y'.
          05 OVFL-DUP-SW    PIC X(1)  VALUE 'N'.
             88 OVERFLOW-DUP-SKIPPED  VALUE 'Y'.

       01 MEMBER-LIST       PIC X(80) VALUE SPACES.
       01 MEMBER-LIST-PTR   PIC 9(3)  VALUE 1.
             88 XMEM-OVERFLOW           VALUE 'Y'.
          05 TAGM-OVERFLOW-SW  PIC X(1) VALUE 'N'.
             88 TAGM-OVERFLOW           VALUE 'Y'.
          05 SCAN-OVERFLOW-SW  PIC X(1) VALUE 'N'.
             88 SCAN-OVERFLOW           VALUE 'Y'.
          05 CTLB-OVERFLOW-SW  PIC X(1) VALUE 'N'.
             88 CTLB-OVERFLOW           VALUE 'Y'.
          05 CHGU-OVERFLOW-SW  PIC X(1) VALUE 'N'.
             88 CHGU-OVERFLOW           VALUE 'Y'.
                                                                                
       01 CKPT-INTERVAL     PIC 9(6)  VALUE ZEROS.                              
       01 SKIP-IDX          PIC 9(6)  VALUE ZEROS.                              
          05 STOP-SUPP-COUNT PIC 9(6) VALUE ZEROS.
          05 NUM-SUPP-COUNT  PIC 9(6) VALUE ZEROS.
          05 LEN-SUPP-COUNT  PIC 9(6) VALUE ZEROS.
          05 MASK-SUPP-COUNT PIC 9(6) VALUE ZEROS.

      *    SENTENCE STATISTICS, TAKEN FROM THE RAW TOKEN BEFORE THE
      *    PUNCTUATION TABLE CONVERTS IT - A PERIOD, QUESTION MARK
                                VALUE ZEROS.
             10 TAG-LONGEST-LEN PIC 99   VALUE ZEROS.
             10 TAG-LEN-SUM    PIC 9(9)  VALUE ZEROS.
             10 TAG-SPEL-COUNT PIC 9(6)  VALUE ZEROS.

      *    HYPHEN-REJOIN STATE (HYPHEN Y ON PARMCTL). A TOKEN THAT
      *    ENDS THE TEXT AREA WITH A HYPHEN IS HELD HERE, MINUS THE
       01 TAGM-VARIABLES.
          05 TAGM-HIT-IX    PIC 9(3)  VALUE ZEROS.

      *    CHARGEBACK USAGE OF THE MEMBER IN HAND (CHARGE Y), BY THE
      *    RAW TAG OF EVERY RECORD READ OR HELD - INCLUDING TAGS THE
      *    EDIT PASS REJECTS, WHICH TAG-TABLE NEVER SEES. THE LAST
      *    ENTRY IS KEPT FOR *OVERFLW, WHERE EVERY TAG PAST THE
      *    TABLE'S CAPACITY IS COUNTED SO NO VOLUME GOES UNBILLED.
      *    WORDS ARE TAKEN FROM TAG-TABLE WHEN THE MEMBER IS WRITTEN.
       01 CHGU-TABLE.
          05 CHGU-COUNT-N   PIC 9(3)  VALUE ZEROS.
          05 CHGU-ENTRY     OCCURS 200 TIMES
                              INDEXED BY CU-IX.
             10 CU-TAG      PIC X(8)  VALUE SPACES.
             10 CU-LINES    PIC 9(9)  VALUE ZEROS.
             10 CU-REJECTS  PIC 9(9)  VALUE ZEROS.
             10 CU-HELD     PIC 9(9)  VALUE ZEROS.
       01 CHGU-VARIABLES.
          05 CU-HIT-IX      PIC 9(3)  VALUE ZEROS.
          05 CU-WANTED      PIC X(8)  VALUE SPACES.

      *    SENSITIVE-DATA PATTERN TABLE, LOADED FROM SCANCTL BY
      *    A000-LOADSCAN. SCAN-LEN IS THE LENGTH OF A MASK RULE'S
      *    PICTURE (TRAILING SPACES DROPPED); SCAN-MIN AND SCAN-MAX
      *    BOUND THE DIGIT COUNT OF A DIGITS RULE.
       01 SCAN-TABLE.
          05 SCAN-COUNT-N   PIC 99    VALUE ZEROS.
          05 SCAN-ENTRY     OCCURS 20 TIMES
                              INDEXED BY SC-IX.
             10 SCAN-TYPE   PIC X(8)  VALUE SPACES.
             10 SCAN-RULE   PIC X(6)  VALUE SPACES.
                88 SCAN-RULE-MASK     VALUE "MASK".
                88 SCAN-RULE-DIGITS   VALUE "DIGITS".
                88 SCAN-RULE-EMAIL    VALUE "EMAIL".
             10 SCAN-PICTURE PIC X(40) VALUE SPACES.
             10 SCAN-LEN    PIC 99    VALUE ZEROS.
             10 SCAN-MIN    PIC 99    VALUE ZEROS.
             10 SCAN-MAX    PIC 99    VALUE ZEROS.

      *    THE PATTERNS USED WHEN SCANCTL IS ABSENT OR HOLDS NO
      *    PATTERN CARD - THE SAME CARD IMAGES THE DECK WOULD CARRY.
       01 SCAN-DEFAULT-CARDS.
          05 FILLER PIC X(57) VALUE "CARDNUM   DIGITS 13 19".
          05 FILLER PIC X(57) VALUE "NATID     MASK   999-99-9999".
          05 FILLER PIC X(57) VALUE "EMAIL     EMAIL".
          05 FILLER PIC X(57) VALUE "PHONE     MASK   999-999-9999".
          05 FILLER PIC X(57) VALUE "PHONE     MASK   (999) 999-9999".
       01 SCAN-DEFAULT-TABLE REDEFINES SCAN-DEFAULT-CARDS.
          05 SCAN-DEFAULT-CARD PIC X(57) OCCURS 5 TIMES.

      *    ONE SCANCTL CARD BEING EDITED BY A000-SCANCARD.
       01 SCAN-CARD.
          05 SCD-TYPE       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 SCD-RULE       PIC X(6)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 SCD-OPERAND    PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(23) VALUE SPACES.

      *    SCAN WORK AREA. SCAN-MAP SHADOWS LINE-TEXT COLUMN FOR
      *    COLUMN - "M" UNDER EVERY COLUMN A PATTERN MASKED - SO THE
      *    TOKEN SCREEN CAN TELL A MASKED TOKEN FROM A WORD THAT
      *    MERELY CONTAINS AN ASTERISK. THE LINE'S MATCHES ARE HELD
      *    IN SCAN-LINE-HIT UNTIL THE LINE IS FINISHED, SO EVERY
      *    PRT-SCAN RECORD CARRIES THE FULLY MASKED TEXT (A LINE
      *    WITH MORE THAN 62 MATCHES IS STILL MASKED AND COUNTED IN
      *    FULL, BUT LISTS ONLY THE FIRST 62). SCAN-HIT-COUNT IS THE
      *    MEMBER'S MATCH COUNT.
       01 SCAN-VARIABLES.
          05 SCAN-HIT-COUNT PIC 9(6)  VALUE ZEROS.
          05 SCAN-MAP       PIC X(124) VALUE SPACES.
          05 SCAN-CARD-OK-SW PIC X(1) VALUE 'Y'.
             88 SCAN-CARD-OK          VALUE 'Y'.
          05 SCAN-MATCH-SW  PIC X(1)  VALUE 'N'.
             88 SCAN-MATCHED          VALUE 'Y'.
          05 SCAN-RUN-SW    PIC X(1)  VALUE 'N'.
             88 SCAN-RUN-ENDED        VALUE 'Y'.
          05 SCAN-CARD-LEN  PIC 99    VALUE ZEROS.
          05 SCAN-CARD-MIN  PIC 99    VALUE ZEROS.
          05 SCAN-CARD-MAX  PIC 99    VALUE ZEROS.
          05 SCAN-MIN-X     PIC X(10) VALUE SPACES.
          05 SCAN-MAX-X     PIC X(10) VALUE SPACES.
          05 SCAN-REST-X    PIC X(10) VALUE SPACES.
          05 SCAN-OPND      PIC X(40) VALUE SPACES.
          05 SCAN-POS       PIC 9(3)  VALUE ZEROS.
          05 SCAN-K         PIC 9(3)  VALUE ZEROS.
          05 SCAN-MX        PIC 9(3)  VALUE ZEROS.
          05 SCAN-HIT-START PIC 9(3)  VALUE ZEROS.
          05 SCAN-HIT-END   PIC 9(3)  VALUE ZEROS.
          05 SCAN-DIG-N     PIC 9(3)  VALUE ZEROS.
          05 SCAN-DOTS      PIC 9(3)  VALUE ZEROS.
          05 SCAN-TOK-LEN   PIC 9(3)  VALUE ZEROS.
          05 SCAN-PCHAR     PIC X(1)  VALUE SPACE.
          05 SCAN-CHAR      PIC X(1)  VALUE SPACE.
             88 SCAN-DIGIT    VALUES "0" THRU "9".
             88 SCAN-LETTER   VALUES "A" THRU "I" "J" THRU "R"
                                     "S" THRU "Z" "a" THRU "i"
                                     "j" THRU "r" "s" THRU "z".
             88 SCAN-ALNUM    VALUES "A" THRU "I" "J" THRU "R"
                                     "S" THRU "Z" "a" THRU "i"
                                     "j" THRU "r" "s" THRU "z"
                                     "0" THRU "9".
             88 SCAN-MAIL-CHAR VALUES "A" THRU "I" "J" THRU "R"
                                     "S" THRU "Z" "a" THRU "i"
                                     "j" THRU "r" "s" THRU "z"
                                     "0" THRU "9"
                                     "." "_" "-" "+" "%".
             88 SCAN-HOST-CHAR VALUES "A" THRU "I" "J" THRU "R"
                                     "S" THRU "Z" "a" THRU "i"
                                     "j" THRU "r" "s" THRU "z"
                                     "0" THRU "9" "." "-".
          05 SCAN-LINE-N    PIC 99    VALUE ZEROS.
          05 SCAN-LINE-HIT  OCCURS 62 TIMES
                              INDEXED BY SH-IX.
             10 SCAN-HIT-PAT PIC 99   VALUE ZEROS.
             10 SCAN-HIT-COL PIC 9(3) VALUE ZEROS.
             10 SCAN-HIT-LEN PIC 9(3) VALUE ZEROS.

      *    SPELLING PASS (SPELL FILE OR SPELL DICT ON PARMCTL). THE
      *    LEXICON IS LOADED ONCE AT STARTUP, UPPER-CASED, SORTED
      *    AND DE-DUPLICATED, SO EACH KEPT TOKEN COSTS ONE BINARY
      *    SEARCH. SPELLMIN SETS THE DICT-CUMUL-COUNT A WORDDICT
      *    ENTRY NEEDS BEFORE IT COUNTS AS APPROVED - WORDS SEEN
      *    ONLY A FEW TIMES ARE THE ONES MOST LIKELY TO BE TYPOS.
      *    A NEAR MATCH DIFFERS FROM THE TOKEN BY ONE LETTER
      *    CHANGED, ADDED OR DROPPED, OR BY ONE ADJACENT PAIR
      *    SWAPPED.
       01 SPELL-VARIABLES.
          05 SPELL-MIN-COUNT PIC 9(9) VALUE 5.
          05 LEX-EOF-SW     PIC X(1)  VALUE 'N'.
             88 LEX-EOF               VALUE 'Y'.
          05 LEX-FOUND-SW   PIC X(1)  VALUE 'N'.
             88 LEX-FOUND             VALUE 'Y'.
          05 LEX-FULL-SW    PIC X(1)  VALUE 'N'.
             88 LEX-FULL              VALUE 'Y'.
          05 SUGG-DUP-SW    PIC X(1)  VALUE 'N'.
             88 SUGG-DUP              VALUE 'Y'.
          05 LEX-CAND       PIC X(80) VALUE SPACES.
          05 LEX-LAST       PIC X(80) VALUE SPACES.
          05 SPEL-WORD      PIC X(80) VALUE SPACES.
          05 SPEL-LEN       PIC 99    VALUE ZEROS.
          05 SPEL-POS       PIC 99    VALUE ZEROS.
          05 SPEL-LET       PIC 99    VALUE ZEROS.
          05 SPEL-SUGG-N    PIC 9     VALUE ZEROS.
          05 SUGG-IX        PIC 9     VALUE ZEROS.
          05 SPEL-SUGG      PIC X(80) OCCURS 3 TIMES VALUE SPACES.
          05 SPEL-ALPHA     PIC X(26)
                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          05 SPEL-MEMB-COUNT PIC 9(6) VALUE ZEROS.
          05 SPEL-RUN-COUNT PIC 9(6)  VALUE ZEROS.

       01 LEXICON-TABLE.
          05 LEX-COUNT-N    PIC 9(4)  VALUE ZEROS.
          05 LEX-ENTRY      OCCURS 1 TO 5000 TIMES
                             DEPENDING ON LEX-COUNT-N
                             ASCENDING KEY IS LEX-WORD
                             INDEXED BY LEX-IX.
             10 LEX-WORD    PIC X(80).

      *    SLIDING WINDOW OF THE LAST 8 (CASE-ADJUSTED) WORDS ON THE
      *    CURRENT LINE - PHRASES MATCH WITHIN A LINE ONLY, SO THE
      *    WINDOW IS CLEARED AT THE TOP OF A000-COUNTWD.
          05 MEMB-NAME      PIC X(8)  OCCURS 20 TIMES
                             INDEXED BY MN-IX VALUE SPACES.

      *    HISTORY POSTING STATE. MEMB-HIST-SKIP MARKS A MEMBER
      *    SLOT WHOSE DICTIONARY POSTING THE DUPLICATE-RUN GUARD
      *    SUPPRESSED - ITS WORDS ARE ALREADY ON THE HISTORY FILE
      *    FOR TODAY AND MUST NOT BE COUNTED INTO THE TREND TWICE.
      *    HIST-REST IS THE PART OF A WORD'S COUNT NOT CARRIED IN
      *    ANY SLOT (MEMBERS PAST THE 20-SLOT DIRECTORY). A SKIPPED
      *    MEMBER PAST THE DIRECTORY HAS NO SLOT TO MARK, SO IT SETS
      *    OVERFLOW-DUP-SKIPPED AND THE WHOLE *OVERFLW REMAINDER IS
      *    LEFT OFF THE HISTORY FILE FOR THE RUN.
       01 HIST-VARIABLES.
          05 HIST-MEMBER    PIC X(8)  VALUE SPACES.
          05 HIST-COUNT     PIC 9(6)  VALUE ZEROS.
          05 HIST-REST      PIC 9(6)  VALUE ZEROS.
          05 MEMB-HIST-SKIP PIC X(1)  OCCURS 20 TIMES VALUE 'N'.

      *    MEMBER-LEVEL CHECKPOINT AND RESUME STATE. MEMB-ORDINAL IS
      *    THE MEMBCTL POSITION OF THE MEMBER IN HAND; RESUME-FROM
      *    IS THE POSITION A RESUMED RUN PICKED UP AT. THE OUTPUT
      *    COUNTERS HOLD HOW MANY RECORDS EACH STREAMED OUTPUT HAS
      *    HAD WRITTEN, SO A MEMBER CHECKPOINT KNOWS WHERE EACH FILE
      *    STOOD WHEN THE MEMBER COMPLETED.
       01 MCK-VARIABLES.
          05 MEMB-ORDINAL   PIC 9(4)  VALUE ZEROS.
          05 RESUME-FROM    PIC 9(4)  VALUE ZEROS.
          05 MCK-COUNT      PIC 9(4)  VALUE ZEROS.
          05 MCK-IX         PIC 9(3)  VALUE ZEROS.
          05 MCK-MARK       PIC X(1)  VALUE SPACES.
          05 RSM-COPIED     PIC 9(9)  VALUE ZEROS.
          05 RSM-FILE       PIC X(8)  VALUE SPACES.
          05 MCK-EOF-SW     PIC X(1)  VALUE 'N'.
             88 MCK-EOF               VALUE 'Y'.
          05 RSM-EOF-SW     PIC X(1)  VALUE 'N'.
             88 RSM-EOF               VALUE 'Y'.
          05 MCK-DICT-SW    PIC X(1)  VALUE 'N'.
             88 MEMB-DICT-MARKED      VALUE 'Y'.
          05 RSM-ACTIVE-SW  PIC X(1)  VALUE 'N'.
             88 RESUME-ACTIVE         VALUE 'Y'.
          05 RSM-FIRST-SW   PIC X(1)  VALUE 'N'.
             88 RESUME-FIRST          VALUE 'Y'.
          05 RSM-DICT-SW    PIC X(1)  VALUE 'N'.
             88 RESUME-DICT-BEGUN     VALUE 'Y'.
          05 RSM-HIST-SW    PIC X(1)  VALUE 'N'.
             88 RESUME-HIST-BEGUN     VALUE 'Y'.
          05 RSM-REFUSE-SW  PIC X(1)  VALUE 'N'.
             88 RESUME-REFUSED        VALUE 'Y'.

       01 OUT-COUNTERS.
          05 DONE-OUT-RECS  PIC 9(9)  VALUE ZEROS.
          05 CSV-OUT-RECS   PIC 9(9)  VALUE ZEROS.
          05 DETL-OUT-RECS  PIC 9(9)  VALUE ZEROS.
          05 KWIC-OUT-RECS  PIC 9(9)  VALUE ZEROS.
          05 REJ-OUT-RECS   PIC 9(9)  VALUE ZEROS.
          05 SPEL-OUT-RECS  PIC 9(9)  VALUE ZEROS.
          05 CONC-OUT-RECS  PIC 9(9)  VALUE ZEROS.
          05 PAIR-OUT-RECS  PIC 9(9)  VALUE ZEROS.
          05 SCAN-OUT-RECS  PIC 9(9)  VALUE ZEROS.
          05 MASK-OUT-RECS  PIC 9(9)  VALUE ZEROS.
          05 CHG-OUT-RECS   PIC 9(9)  VALUE ZEROS.

       01 XMEM-VARIABLES.
          05 CUR-MEMB-IX    PIC 99    VALUE ZEROS.
          05 XMEM-MEMB-CTR  PIC 99    VALUE ZEROS.
          05 HIT-RULE-SAVE   PIC X(10) VALUE SPACES.
          05 TOKEN-KEEP-SW   PIC X(1)  VALUE 'Y'.
             88 TOKEN-KEPT            VALUE 'Y'.
          05 TOKEN-MASK-SW   PIC X(1)  VALUE 'N'.
             88 TOKEN-MASKED          VALUE 'Y'.
          05 RAW-WORD        PIC X(80) VALUE SPACES.
          05 CUR-TAG-IX      PIC 9(3)  VALUE ZEROS.
          05 TOKEN-COL       PIC 9(3)  VALUE ZEROS.
             88 KWSTRDONE             VALUES 81 THRU 125.
                                                                                
       01 DICT-STATUS       PIC X(2)  VALUE SPACES.
       01 OCC-STATUS        PIC X(2)  VALUE SPACES.

       01 RUN-STAMP         PIC X(14) VALUE SPACES.

           END-IF.
           PERFORM A000-WRITERPT.
           PERFORM A000-WRAPUP.
           IF MEMB-CKPT-ON AND NOT DUP-RUN-STOPPED
              MOVE 'E' TO MCK-MARK
              PERFORM A000-MCKMARK
           END-IF.
           STOP RUN.
      *                                                                         
       A000-PROCL.
           IF WIDE-MODE
              MOVE 124 TO LINE-TEXT-LEN
           END-IF.
           IF SENSITIVE-SCAN
              PERFORM A000-LOADSCAN
           END-IF.
      *    THE LEXICON IS TAKEN BEFORE WORD-DICT IS OPENED FOR
      *    POSTING, SO SPELL DICT SEES THE DICTIONARY AS IT STOOD
      *    AT THE START OF THE RUN - THIS RUN'S OWN WORDS CANNOT
      *    APPROVE THEMSELVES.
           IF SPELL-CHECK
              PERFORM A000-LOADLEX
           END-IF.
           OPEN INPUT MEMB-CTL.                                                 
           READ MEMB-CTL                                                        
           AT END                                                               
           END-READ.                                                            
           IF NOT NO-MORE-MEMBERS                                               
              SET MULTI-MEMBER-MODE TO TRUE                                     
      *       A SINGLE CKPT-OUT WOULD BE REOPENED (AND TRUNCATED) FOR           
      *       EVERY MEMBER, SO A LINE-LEVEL CHECKPOINT AND RESTART              
      *       HAVE NOTHING TO STAND ON ACROSS A MEMBER LIST. HERE THE           
      *       TWO CARDS SELECT THE MEMBER-LEVEL FORMS INSTEAD: CKPTN            
      *       (ANY NONZERO VALUE) APPENDS A MEMBCKPT RECORD AS EACH             
      *       MEMBER COMPLETES, AND RESTART RESUMES AN INTERRUPTED              
      *       LIST AT THE FIRST MEMBER THAT DID NOT COMPLETE. THE               
      *       LINE-LEVEL SWITCHES ARE CLEARED SO NONE OF THE                    
      *       CKPT-OUT/CKPT-IN RESTART PATHS BELOW ARE TAKEN.                   
              IF CKPT-INTERVAL > 0                                              
                 SET MEMB-CKPT-ON TO TRUE                                       
                 MOVE ZEROS TO CKPT-INTERVAL                                    
              END-IF                                                            
              IF RESTART-MODE                                                   
                 SET RESUME-MODE TO TRUE                                        
                 MOVE 'N' TO RESTART-SW                                         
                 PERFORM A000-RESUMELOAD                                        
              END-IF                                                            
      *       A NEW CHECKPOINTED LIST STARTS MEMBCKPT EMPTY; A RESUMED          
      *       ONE KEEPS APPENDING TO IT.                                        
              IF MEMB-CKPT-ON AND NOT RESUME-ACTIVE                             
                 OPEN OUTPUT MEMB-CKPT                                          
                 CLOSE MEMB-CKPT                                                
              END-IF                                                            
           END-IF.                                                              
      *    RESTART-SW IS FINAL AS OF HERE (THE MEMBCTL HANDLING ABOVE
      *    HAS ALREADY RUN). A RESTART RUN REPROCESSES EVERY LINE
      *    BETWEEN THE LAST CHECKPOINT AND THE ABEND, AND POSTING
      *    THOSE LINES TO THE PERMANENT WORD DICTIONARY A SECOND
      *    TIME WOULD INFLATE ITS CUMULATIVE COUNTS INVISIBLY AND
      *    UNCORRECTABLY - SO DICTIONARY UPDATES ARE FORCED OFF ON
      *    A RESTART. A RESUMED MEMBER LIST NEEDS NO SUCH BLANKET
      *    RULE - IT STARTS AT A MEMBER BOUNDARY, AND
      *    A000-RESUMEGUARD DEALS WITH THE ONE MEMBER WHOSE POSTING
      *    MAY HAVE BEEN CUT OFF.
           IF RESTART-MODE AND DICT-UPDATE
              DISPLAY "WARNING: DICTIONARY UPDATES ARE SKIPPED ON "
                      "A RESTART RUN - LINES ALREADY POSTED BEFORE "
              SET DICT-SKIPPED TO TRUE
              MOVE 'N' TO DICT-SW
           END-IF.
      *    THE SAME REASONING KEEPS A RESTART OFF THE HISTORY FILE:
      *    ITS COUNTS COVER ONLY THE LINES AFTER THE CHECKPOINT, SO
      *    POSTING THEM WOULD SHOW A FALSE DROP IN EVERY WORD.
           IF RESTART-MODE AND HISTORY-POST
              DISPLAY "WARNING: WORD HISTORY IS NOT POSTED ON A "
                      "RESTART RUN - ITS COUNTS COVER ONLY THE "
                      "LINES AFTER THE CHECKPOINT"
              SET HISTORY-SKIPPED TO TRUE
              MOVE 'N' TO HISTORY-SW
           END-IF.
           IF DICT-UPDATE
              OPEN I-O WORD-DICT
              IF DICT-STATUS NOT = "00" AND DICT-STATUS NOT = "05"
                 MOVE 'N' TO DICT-SW
              END-IF
           END-IF.
           IF OCC-INDEXING
              PERFORM A000-OCCOPEN
           END-IF.
      *    CHARGEBACK USAGE IS WRITTEN AS EACH MEMBER COMPLETES, SO A
      *    FAILED RUN LEFT NONE FOR THE MEMBER IT WAS ON AND THE FILE
      *    STARTS AFRESH (A RESUMED LIST COPIES BACK THE COMPLETED
      *    MEMBERS' RECORDS IN A000-RESUMECOPY). A RESTART STILL
      *    CANNOT SEE THE LINES BEFORE ITS CHECKPOINT - ITS USAGE IS
      *    MARKED PARTIAL FOR CHGBACK TO REPORT.
           IF CHARGE-USAGE
              OPEN OUTPUT CHG-USE
              IF RESTART-MODE
                 DISPLAY "WARNING: CHARGEBACK USAGE ON A RESTART RUN "
                         "COVERS ONLY THE LINES AFTER THE CHECKPOINT "
                         "- IT IS MARKED PARTIAL"
                 SET CHARGE-PARTIAL TO TRUE
              END-IF
           END-IF.
      *    PRT-DONE/PRT-CSV/PRT-DETAIL CAN NOW BE
      *    OPENED EXTEND-VS-OUTPUT CONSISTENTLY - ALL THREE ARE WRITTEN         
      *    TO AS HITS ARE FOUND (A000-WRITEHIT), SO ALL THREE NEED THE          
              OPEN OUTPUT PRT-KWIC
              OPEN OUTPUT REJ-OUT
           END-IF.
           IF SPELL-CHECK
              IF RESTART-MODE
                 OPEN EXTEND PRT-SPEL
              ELSE
                 OPEN OUTPUT PRT-SPEL
              END-IF
           END-IF.
           IF SENSITIVE-SCAN
              IF RESTART-MODE
                 OPEN EXTEND PRT-SCAN
                 IF WIDE-MODE
                    OPEN EXTEND MASK-OUT-WIDE
                 ELSE
                    OPEN EXTEND MASK-OUT
                 END-IF
              ELSE
                 OPEN OUTPUT PRT-SCAN
                 IF WIDE-MODE
                    OPEN OUTPUT MASK-OUT-WIDE
                 ELSE
                    OPEN OUTPUT MASK-OUT
                 END-IF
              END-IF
           END-IF.
      *    THE TOKEN WORK FILES ARE REBUILT FROM SCRATCH EVERY RUN -
      *    ON A RESTART THEY HOLD THE RESTART POINT FORWARD ONLY,
      *    EXACTLY THE COVERAGE THE A000-RESTART-LOAD WARNING
           IF PAIRS-ENABLED
              OPEN OUTPUT PAIR-WORK
           END-IF.
      *    A RESUMED MEMBER LIST STARTS EVERY STREAMED OUTPUT AND
      *    TOKEN WORK FILE FROM THE INTERRUPTED RUN'S COPY, CUT BACK
      *    TO WHAT IT HELD WHEN THE LAST COMPLETED MEMBER WAS
      *    CHECKPOINTED - LINES THE FAILED MEMBER HAD ALREADY
      *    WRITTEN ARE DROPPED, SINCE IT IS PROCESSED AGAIN FROM ITS
      *    FIRST RECORD.
           IF RESUME-ACTIVE
              PERFORM A000-RESUMECOPY
           END-IF.
           IF NOT MULTI-MEMBER-MODE
              CLOSE MEMB-CTL
              MOVE SPACES TO CURRENT-MEMBER
              PERFORM A000-DUPGUARD
              IF NOT DUP-RUN-STOPPED AND CTL-TOTAL-MODE
                 PERFORM A000-CTLCHECK
              END-IF
              IF NOT DUP-RUN-STOPPED
                 IF CTL-MEMB-HELD
                    PERFORM A000-CTLHOLD
                 ELSE
                    PERFORM A000-PROCESS-FILE
                    PERFORM A000-REGPOST
                 END-IF
              END-IF
              PERFORM A000-DONE
           ELSE
              PERFORM UNTIL NO-MORE-MEMBERS OR DUP-RUN-STOPPED
                                            OR RESUME-REFUSED
                      ADD 1 TO MEMB-ORDINAL
                      MOVE MEMBCTL-REC TO CURRENT-MEMBER
                      MOVE MEMBCTL-REC TO GETLINE-NAME
                      STRING MEMBCTL-REC DELIMITED BY SPACE
                            MOVE "+" TO MEMBER-LIST(80:1)
                      END-STRING
                      PERFORM A000-MEMBREG
                      IF RESUME-FIRST
                         PERFORM A000-RESUMEGUARD
                      ELSE
                         PERFORM A000-DUPGUARD
                      END-IF
                      IF NOT DUP-RUN-STOPPED AND CTL-TOTAL-MODE
                         PERFORM A000-CTLCHECK
                      END-IF
                      IF NOT DUP-RUN-STOPPED
                         IF CTL-MEMB-HELD
                            PERFORM A000-CTLHOLD
                         ELSE
                            PERFORM A000-PROCESS-FILE
                            PERFORM A000-REGPOST
                         END-IF
                         PERFORM A000-DONE
                         PERFORM A000-ACCUM-GRAND
                         PERFORM A000-RESET-CTRS
                         IF MEMB-CKPT-ON
                            PERFORM A000-MCKWRITE
                         END-IF
                         READ MEMB-CTL
                         AT END
                            SET NO-MORE-MEMBERS TO TRUE
           IF DICT-UPDATE
              CLOSE WORD-DICT
           END-IF.
           IF OCC-INDEXING
              CLOSE OCC-IDX
           END-IF.
           IF CHARGE-USAGE
              PERFORM A000-CHGTRAIL
              CLOSE CHG-USE
           END-IF.
           CLOSE PRT-DONE.
           CLOSE PRT-CSV.
           CLOSE PRT-DETAIL.
           CLOSE PRT-KWIC.
           CLOSE REJ-OUT.
           IF SPELL-CHECK
              CLOSE PRT-SPEL
           END-IF.
           IF SENSITIVE-SCAN
              CLOSE PRT-SCAN
              IF WIDE-MODE
                 CLOSE MASK-OUT-WIDE
              ELSE
                 CLOSE MASK-OUT
              END-IF
           END-IF.
           CLOSE CONC-WORK.
           IF PAIRS-ENABLED
              CLOSE PAIR-WORK
                            "(DUPRUN WARN)"
                    SET DUP-RUN-SKIPPED TO TRUE
                    SET DUP-MEMB TO TRUE
                    IF CUR-MEMB-IX > 0
                       MOVE 'Y' TO MEMB-HIST-SKIP(CUR-MEMB-IX)
                    ELSE
                       IF HISTORY-POST AND NOT OVERFLOW-DUP-SKIPPED
                          DISPLAY "WARNING: MEMBER " REG-WANTED
                                  " IS PAST THE 20-MEMBER DIRECTORY "
                                  "- NO *OVERFLW WORD HISTORY IS "
                                  "POSTED FOR THIS RUN"
                          SET HISTORY-SKIPPED TO TRUE
                       END-IF
                       SET OVERFLOW-DUP-SKIPPED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *    OFF OR SUPPRESSED LEAVES NO RECORD, SO A LATER RUN THAT
      *    DOES POST IT IS NOT BLOCKED; A RUN WITH NO REGISTRY
      *    IDENTITY (SINGLE FILE, NO RUNNAME CARD) LEAVES NONE
      *    EITHER - UNLESS IT CAME IN UNDER CONTROL TOTALS, WHEN THE
      *    RECORD IS WRITTEN ANYWAY TO CARRY THE SOURCE AND BATCH
      *    NUMBER THAT ARE NOW USED UP (ITS BLANK MEMBER NAME NEVER
      *    MATCHES A000-REGCHECK). RUNS BEFORE A000-RESET-CTRS SO
      *    RECS-READ STILL HOLDS THIS MEMBER'S COUNT.
       A000-REGPOST.
           IF DICT-UPDATE AND NOT DUP-MEMB
              AND (REG-WANTED NOT = SPACES OR CTL-BATCH NOT = SPACES)
              MOVE SPACES TO REG-REC
              MOVE REG-WANTED     TO REG-MEMBER
              MOVE RUN-STAMP(1:8) TO REG-DATE
              MOVE RECS-READ      TO REG-READ
              MOVE CTL-SOURCE     TO REG-SOURCE
              MOVE CTL-BATCH      TO REG-BATCH
              OPEN EXTEND RUN-REG
              WRITE REG-REC
              CLOSE RUN-REG
           END-IF.

      *
      *    CONTROL-TOTAL PRE-PASS (CTLTOTAL Y), RUN FOR EACH MEMBER
      *    AFTER THE DUPLICATE-RUN GUARD AND BEFORE ANYTHING IS
      *    COUNTED OR POSTED. THE WHOLE MEMBER IS READ ONCE TO PROVE
      *    IT ARRIVED COMPLETE; ONE THAT FAILS IS HELD WHOLE BY
      *    A000-CTLHOLD, NONE OF ITS LINES REACHING THE COUNTS, THE
      *    LISTINGS OR THE DICTIONARY. EXACTLY ONE REASON IS SET PER
      *    HELD MEMBER (FIRST FAILURE WINS):
      *       NOHEADER - EMPTY, OR THE FIRST RECORD IS NOT $$HDR
      *       BADHEADR - SOURCE OR BATCH BLANK, OR THE CREATION
      *                  DATE NOT A VALID YYYYMMDD
      *       NOTRAILR - THE LAST RECORD IS NOT $$TRL (A TRANSFER
      *                  CUT SHORT)
      *       BADTRAIL - TRAILER COUNT OR HASH NOT NUMERIC
      *       STRAYCTL - A $$HDR OR $$TRL RECORD AMONG THE TEXT
      *                  (TWO TRANSMISSIONS RUN TOGETHER)
      *       CNTOFBAL - TRAILER COUNT NOT THE TEXT RECORDS SENT
      *       HASHOFBL - TRAILER HASH NOT THE HASH OF THOSE RECORDS
      *       DUPBATCH - SOURCE AND BATCH ALREADY ON THE REGISTRY,
      *                  LIVE OR ARCHIVED, OR ACCEPTED EARLIER IN
      *                  THIS RUN
       A000-CTLCHECK.
           MOVE SPACES TO CTL-REASON.
           MOVE SPACES TO CTL-SOURCE.
           MOVE SPACES TO CTL-BATCH.
           MOVE SPACES TO CTL-HDR-REC.
           MOVE SPACES TO CTL-PEND-REC.
           MOVE 'N'    TO CTL-HELD-SW.
           MOVE 'N'    TO CTL-PEND-SW.
           MOVE ZEROS  TO CTL-BODY-N.
           MOVE ZEROS  TO CTL-STRAY-N.
           MOVE ZEROS  TO CTL-MEMB-RECS.
           MOVE ZEROS  TO CTL-HELD-RECS.
           MOVE ZEROS  TO CTL-HASH.
           COMPUTE CTL-TAG-POS = LINE-TEXT-LEN + 1.
           MOVE 'N' TO LINE-EOF-SW.
           IF WIDE-MODE
              OPEN INPUT GET-LINE-WIDE
           ELSE
              OPEN INPUT GET-LINE
           END-IF.
           PERFORM A000-CTLREAD.
           IF NOT LINE-EOF
              MOVE CTL-REC TO CTL-HDR-REC
              PERFORM A000-CTLREAD
           END-IF.
      *    EACH RECORD IS HELD BACK ONE READ - ONLY END OF FILE
      *    SHOWS WHETHER IT WAS TEXT OR THE TRAILER.
           PERFORM UNTIL LINE-EOF
                   IF CTL-PENDING
                      PERFORM A000-CTLBODY
                   END-IF
                   MOVE CTL-REC TO CTL-PEND-REC
                   SET CTL-PENDING TO TRUE
                   PERFORM A000-CTLREAD
           END-PERFORM.
           IF WIDE-MODE
              CLOSE GET-LINE-WIDE
           ELSE
              CLOSE GET-LINE
           END-IF.
           PERFORM A000-CTLVERIFY.
           IF CTL-REASON = SPACES
              IF CTLB-COUNT-N < 200
                 ADD 1 TO CTLB-COUNT-N
                 MOVE CTL-SOURCE TO CTLB-SOURCE(CTLB-COUNT-N)
                 MOVE CTL-BATCH  TO CTLB-BATCH(CTLB-COUNT-N)
              ELSE
                 IF NOT CTLB-OVERFLOW
                    SET CTLB-OVERFLOW TO TRUE
                    DISPLAY "WARNING: CONTROL BATCH TABLE FULL AT "
                            "200 BATCHES - A LATER REPEAT IN THIS "
                            "RUN IS CAUGHT ONLY ONCE ON THE REGISTRY"
                 END-IF
              END-IF
           ELSE
              SET CTL-MEMB-HELD TO TRUE
              MOVE SPACES TO CTL-SOURCE
              MOVE SPACES TO CTL-BATCH
           END-IF.
           MOVE 'N' TO CTL-OWN-REG-SW.

      *
      *    ONE PRE-PASS READ, LEFT IN CTL-REC IN THE COMMON 132-BYTE
      *    FORM (A NARROW RECORD PADS WITH SPACES).
       A000-CTLREAD.
           PERFORM A000-READLINE.
           IF NOT LINE-EOF
              ADD 1 TO CTL-MEMB-RECS
              IF WIDE-MODE
                 MOVE GET-REC-WIDE TO CTL-REC
              ELSE
                 MOVE GET-REC      TO CTL-REC
              END-IF
           END-IF.

      *
      *    ONE TEXT RECORD OF THE TRANSMISSION. THE HASH TOTAL IS
      *    THE SUM, OVER THE EIGHT DOC-TAG COLUMNS, OF EACH BYTE'S
      *    WEIGHT (SPACE 0, DIGITS 1-10, LETTERS 11-36, ANY OTHER
      *    BYTE 37) TIMES ITS COLUMN WITHIN THE TAG (1-8), KEPT TO
      *    ITS LOW-ORDER 15 DIGITS - SO A DROPPED, ADDED OR
      *    RE-TAGGED RECORD, OR TWO TAG BYTES TRANSPOSED, ALL MOVE
      *    IT. EVERY TEXT RECORD COUNTS, WHETHER OR NOT IT WILL
      *    PASS THE EDIT.
       A000-CTLBODY.
           ADD 1 TO CTL-BODY-N.
           IF CTL-PEND-REC(1:5) = "$$HDR" OR "$$TRL"
              ADD 1 TO CTL-STRAY-N
           END-IF.
           PERFORM VARYING CTL-IX FROM 1 BY 1 UNTIL CTL-IX > 8
                   MOVE ZEROS TO CTL-WEIGHT
                   INSPECT CTL-ALPHABET TALLYING CTL-WEIGHT
                      FOR CHARACTERS BEFORE INITIAL
                      CTL-PEND-REC(CTL-TAG-POS + CTL-IX - 1:1)
                   COMPUTE CTL-HASH = CTL-HASH + CTL-WEIGHT * CTL-IX
           END-PERFORM.

      *
       A000-CTLVERIFY.
           EVALUATE TRUE
              WHEN CTL-HDR-ID NOT = "$$HDR"
                 MOVE "NOHEADER" TO CTL-REASON
              WHEN CTL-HDR-SOURCE = SPACES
                OR CTL-HDR-BATCH = SPACES
                OR CTL-HDR-DATE IS NOT NUMERIC
                 MOVE "BADHEADR" TO CTL-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(CTL-HDR-DATE-N) NOT = 0
                 MOVE "BADHEADR" TO CTL-REASON
              WHEN NOT CTL-PENDING
                OR CTL-TRL-ID NOT = "$$TRL"
                 MOVE "NOTRAILR" TO CTL-REASON
              WHEN CTL-TRL-COUNT IS NOT NUMERIC
                OR CTL-TRL-HASH IS NOT NUMERIC
                 MOVE "BADTRAIL" TO CTL-REASON
              WHEN CTL-STRAY-N > 0
                 MOVE "STRAYCTL" TO CTL-REASON
              WHEN CTL-TRL-COUNT-N NOT = CTL-BODY-N
                 MOVE "CNTOFBAL" TO CTL-REASON
              WHEN CTL-TRL-HASH-N NOT = CTL-HASH
                 MOVE "HASHOFBL" TO CTL-REASON
              WHEN OTHER
                 MOVE CTL-HDR-SOURCE TO CTL-SOURCE
                 MOVE CTL-HDR-BATCH  TO CTL-BATCH
                 PERFORM A000-CTLBATCH
           END-EVALUATE.

      *
      *    DUPLICATE-BATCH CHECK: THIS RUN'S ACCEPTED BATCHES, THEN
      *    THE LIVE REGISTRY, THEN ITS ARCHIVE - ON ANY DATE, SINCE
      *    A BATCH NUMBER IS NEVER REUSED. THE ONE RECORD PASSED
      *    OVER IS A RESUMED MEMBER'S OWN, WRITTEN BEFORE THE
      *    INTERRUPTION (CTL-OWN-REG, SET BY A000-RESUMEGUARD).
       A000-CTLBATCH.
           PERFORM VARYING CTLB-IX FROM 1 BY 1
                     UNTIL CTLB-IX > CTLB-COUNT-N
                        OR CTL-REASON NOT = SPACES
                   IF CTLB-SOURCE(CTLB-IX) = CTL-SOURCE
                      AND CTLB-BATCH(CTLB-IX) = CTL-BATCH
                      MOVE "DUPBATCH" TO CTL-REASON
                   END-IF
           END-PERFORM.
           IF CTL-REASON = SPACES
              MOVE 'N' TO REG-EOF-SW
              OPEN INPUT RUN-REG
              READ RUN-REG
              AT END
                 SET REG-EOF TO TRUE
              END-READ
              PERFORM UNTIL REG-EOF OR CTL-REASON NOT = SPACES
                      IF REG-SOURCE = CTL-SOURCE
                         AND REG-BATCH = CTL-BATCH
                         IF CTL-OWN-REG
                            AND REG-MEMBER = CURRENT-MEMBER(1:8)
                            AND REG-DATE = RUN-STAMP(1:8)
                            CONTINUE
                         ELSE
                            MOVE "DUPBATCH" TO CTL-REASON
                         END-IF
                      END-IF
                      READ RUN-REG
                      AT END
                         SET REG-EOF TO TRUE
                      END-READ
              END-PERFORM
              CLOSE RUN-REG
           END-IF.
           IF CTL-REASON = SPACES
              MOVE 'N' TO REG-EOF-SW
              OPEN INPUT REG-ARCH
              READ REG-ARCH
              AT END
                 SET REG-EOF TO TRUE
              END-READ
              PERFORM UNTIL REG-EOF OR CTL-REASON NOT = SPACES
                      IF REGA-SOURCE = CTL-SOURCE
                         AND REGA-BATCH = CTL-BATCH
                         MOVE "DUPBATCH" TO CTL-REASON
                      END-IF
                      READ REG-ARCH
                      AT END
                         SET REG-EOF TO TRUE
                      END-READ
              END-PERFORM
              CLOSE REG-ARCH
           END-IF.

      *
      *    A HELD MEMBER GOES TO REJFILE WHOLE - HEADER, TEXT AND
      *    TRAILER, RAW AND IN ORDER, EVERY RECORD UNDER THE HOLD
      *    REASON - SO IT CAN BE RELEASED OR SENT AGAIN AS A UNIT.
      *    REJFIX HAS NO RULE FOR THESE CODES AND LEAVES THEM ON
      *    REJREST AS THEY ARE. NOTHING OF THE MEMBER IS COUNTED AS
      *    READ, PROCESSED OR REJECTED - ONLY THE CHARGEBACK USAGE
      *    (CHARGE Y) RECORDS ITS TEXT RECORDS AS HELD.
       A000-CTLHOLD.
           MOVE CTL-REASON TO EDIT-REASON.
           MOVE 'N' TO LINE-EOF-SW.
           IF WIDE-MODE
              OPEN INPUT GET-LINE-WIDE
           ELSE
              OPEN INPUT GET-LINE
           END-IF.
           PERFORM A000-READLINE.
           PERFORM UNTIL LINE-EOF
                   PERFORM A000-WRITEREJ
                   ADD 1 TO CTL-HELD-RECS
                   IF CHARGE-USAGE
                      PERFORM A000-SPLITREC
                      IF LINE-TEXT(1:5) NOT = "$$HDR"
                         AND LINE-TEXT(1:5) NOT = "$$TRL"
                         MOVE LINE-TAG TO CU-WANTED
                         PERFORM A000-CHGFIND
                         ADD 1 TO CU-HELD(CU-HIT-IX)
                      END-IF
                   END-IF
                   PERFORM A000-READLINE
           END-PERFORM.
           IF WIDE-MODE
              CLOSE GET-LINE-WIDE
           ELSE
              CLOSE GET-LINE
           END-IF.
           ADD 1             TO GRAND-CTL-HELD-MEMBS.
           ADD CTL-HELD-RECS TO GRAND-CTL-HELD-RECS.
           DISPLAY "WARNING: " FUNCTION TRIM(GETLINE-NAME)
                   " HELD BY THE CONTROL-TOTAL CHECK (" CTL-REASON
                   ") - ALL " CTL-HELD-RECS " RECORDS WRITTEN TO "
                   "REJFILE, NOTHING COUNTED OR POSTED".

      *
      *    MEMBER-LEVEL RESUME (RESTART Y WITH A MEMBCTL LIST). THE
      *    INTERRUPTED RUN LEFT A MEMBCKPT RECORD FOR EACH MEMBER IT
      *    COMPLETED. THEY ARE READ IN STEP WITH THE MEMBCTL CARDS -
      *    EACH COMPLETED MEMBER MUST BE THE NEXT CARD, SO A DECK
      *    EDITED SINCE THE FAILURE IS REFUSED (CODE 12) RATHER THAN
      *    RESUMED OUT OF STEP. THE CARDS OF COMPLETED MEMBERS ARE
      *    CONSUMED HERE, LEAVING MEMBCTL-REC ON THE FIRST MEMBER
      *    STILL TO DO, AND THE LAST CHECKPOINT'S STATE IS THE ONE
      *    THE RUN CARRIES ON FROM. THE ORIGINAL RUN-STAMP COMES
      *    BACK WITH IT, SO THE REGISTRY, THE DICTIONARY RUN COUNTS
      *    AND THE AUDIT RECORD ALL STAY ON THE ONE RUN.
       A000-RESUMELOAD.
           MOVE ZEROS TO MCK-COUNT.
           MOVE 'N' TO MCK-EOF-SW.
           OPEN INPUT MEMB-CKPT.
           PERFORM A000-MCKREAD.
           PERFORM UNTIL MCK-EOF OR RESUME-REFUSED
                   ADD 1 TO MCK-COUNT
                   MOVE MCK-RUN-STAMP TO RUN-STAMP
                   EVALUATE TRUE
                      WHEN MCK-MEMBER-DONE
                         PERFORM A000-RESUMEMEMB
                      WHEN MCK-DICT-BEGUN
                         IF MCK-MEMBER = MEMBCTL-REC
                            SET RESUME-DICT-BEGUN TO TRUE
                         END-IF
                      WHEN MCK-HIST-BEGUN
                         SET RESUME-HIST-BEGUN TO TRUE
                      WHEN MCK-RUN-ENDED
                         DISPLAY "ERROR: MEMBCKPT SHOWS THIS MEMBER "
                                 "LIST RAN TO COMPLETION ON "
                                 RUN-STAMP(1:8) " - NOTHING TO "
                                 "RESUME, NO MEMBERS PROCESSED"
                         SET RESUME-REFUSED TO TRUE
                   END-EVALUATE
                   PERFORM A000-MCKREAD
           END-PERFORM.
           CLOSE MEMB-CKPT.
      *    A REFUSED RESUME WRITES NOTHING FURTHER TO MEMBCKPT - IT
      *    IS LEFT AS THE INTERRUPTED RUN LEFT IT FOR THE CORRECTED
      *    RERUN.
           IF RESUME-REFUSED
              MOVE 'N' TO MEMB-CKPT-SW
           ELSE
              IF MCK-COUNT = 0
                 DISPLAY "WARNING: RESTART=Y BUT NO MEMBER "
                         "CHECKPOINT (MEMBCKPT) WAS FOUND - THE "
                         "MEMBER LIST STARTS AT ITS FIRST MEMBER"
                 SET RESUME-WARNED TO TRUE
              ELSE
                 SET RESUME-ACTIVE TO TRUE
                 COMPUTE RESUME-FROM = MEMB-ORDINAL + 1
                 IF NO-MORE-MEMBERS
                    DISPLAY "RESUMING AFTER THE LAST MEMBER - ALL "
                            MEMB-ORDINAL " MEMBERS COMPLETED BEFORE "
                            "THE INTERRUPTION"
                 ELSE
                    SET RESUME-FIRST TO TRUE
                    DISPLAY "RESUMING MEMBER LIST AT MEMBER "
                            RESUME-FROM " ("
                            FUNCTION TRIM(MEMBCTL-REC) ") - "
                            MEMB-ORDINAL " COMPLETED MEMBERS "
                            "RESTORED FROM MEMBCKPT"
                 END-IF
      *          HISTORY IS POSTED IN ONE PASS AT END OF RUN, SO A
      *          RESUME NORMALLY POSTS IT IN FULL; ONLY A RUN THAT
      *          FAILED PART-WAY THROUGH THAT PASS MUST NOT POST IT
      *          AGAIN.
                 IF RESUME-HIST-BEGUN AND HISTORY-POST
                    DISPLAY "WARNING: WORD HISTORY POSTING HAD "
                            "BEGUN BEFORE THE INTERRUPTION - NOT "
                            "POSTED AGAIN ON THE RESUMED RUN"
                    SET HISTORY-SKIPPED TO TRUE
                    MOVE 'N' TO HISTORY-SW
                 END-IF
              END-IF
           END-IF.

      *
      *    ONE COMPLETED MEMBER FROM MEMBCKPT: CHECK IT AGAINST THE
      *    NEXT MEMBCTL CARD, RESTORE THE RUN STATE IT CARRIES AND
      *    STEP PAST THE CARD. WARNING AND OVERFLOW SWITCHES ARE
      *    MERGED RATHER THAN OVERLAID, SO A WARNING RAISED WHILE
      *    THIS RUN LOADED ITS CONTROL DECKS IS NOT LOST. A MEMBER
      *    THE CHECKPOINT SHOWS AS POSTED TO THE DICTIONARY MUST BE
      *    ON RUNREG FOR THE RUN DATE - IF NOT, THE TWO DISAGREE
      *    AND THE OPERATOR IS TOLD.
       A000-RESUMEMEMB.
           IF NO-MORE-MEMBERS OR MCK-MEMBER NOT = MEMBCTL-REC
              DISPLAY "ERROR: MEMBCKPT DOES NOT MATCH MEMBCTL AT "
                      "MEMBER " MCK-ORDINAL " ("
                      FUNCTION TRIM(MCK-MEMBER) ") - RESUME "
                      "REFUSED, NO MEMBERS PROCESSED"
              SET RESUME-REFUSED TO TRUE
           ELSE
              MOVE MCK-ORDINAL        TO MEMB-ORDINAL
              MOVE MCK-LINE-COUNT     TO LINE-COUNT
              MOVE MCK-SPEL-RUN-COUNT TO SPEL-RUN-COUNT
              MOVE MCK-MEMBER-LIST    TO MEMBER-LIST
              MOVE MCK-LIST-PTR       TO MEMBER-LIST-PTR
              MOVE MCK-GRAND-TOTALS   TO GRAND-TOTALS
              MOVE MCK-MEMB-NAMES     TO MEMB-NAME-TABLE
              MOVE MCK-OUT-COUNTERS   TO OUT-COUNTERS
              IF MCK-CTL-BATCH NOT = SPACES AND CTLB-COUNT-N < 200
                 ADD 1 TO CTLB-COUNT-N
                 MOVE MCK-CTL-SOURCE TO CTLB-SOURCE(CTLB-COUNT-N)
                 MOVE MCK-CTL-BATCH  TO CTLB-BATCH(CTLB-COUNT-N)
              END-IF
              PERFORM VARYING MCK-IX FROM 1 BY 1 UNTIL MCK-IX > 20
                      MOVE MCK-HIST-SKIP(MCK-IX:1)
                        TO MEMB-HIST-SKIP(MCK-IX)
              END-PERFORM
              PERFORM VARYING MCK-IX FROM 1 BY 1
                        UNTIL MCK-IX > LENGTH OF WARN-SWITCHES
                      IF MCK-WARN-SWITCHES(MCK-IX:1) = 'Y'
                         MOVE 'Y' TO WARN-SWITCHES(MCK-IX:1)
                      END-IF
              END-PERFORM
              PERFORM VARYING MCK-IX FROM 1 BY 1
                        UNTIL MCK-IX > LENGTH OF OVERFLOW-SWITCHES
                      IF MCK-OVFL-SWITCHES(MCK-IX:1) = 'Y'
                         MOVE 'Y' TO OVERFLOW-SWITCHES(MCK-IX:1)
                      END-IF
              END-PERFORM
              IF MCK-REG-POSTED = 'Y'
                 MOVE MCK-MEMBER(1:8) TO REG-WANTED
                 PERFORM A000-REGCHECK
                 IF NOT DUP-FOUND
                    DISPLAY "WARNING: MEMBER " REG-WANTED " IS NOT "
                            "ON RUNREG FOR " RUN-STAMP(1:8)
                            " THOUGH MEMBCKPT SHOWS IT POSTED - "
                            "CHECK THE REGISTRY"
                    SET RESUME-WARNED TO TRUE
                 END-IF
              END-IF
              MOVE 'N' TO RSM-DICT-SW
              READ MEMB-CTL
              AT END
                 SET NO-MORE-MEMBERS TO TRUE
              END-READ
           END-IF.

      *
      *    DUPLICATE-RUN GUARD FOR THE MEMBER A RESUME STARTS AT.
      *    WHEN THE INTERRUPTED RUN HAD BEGUN POSTING THIS MEMBER
      *    ('D' ON MEMBCKPT), A000-DUPGUARD WOULD EITHER POST ITS
      *    WORDS A SECOND TIME OR - IF THE REGISTRY RECORD WAS
      *    ALREADY WRITTEN - TAKE THE RUN'S OWN MEMBER FOR A
      *    SAME-DAY DUPLICATE. RUNREG SETTLES WHICH: A REGISTRY
      *    RECORD MEANS THE POSTING FINISHED AND IS SIMPLY NOT
      *    REPEATED; NONE MEANS IT STOPPED PART-WAY, AND THE
      *    MEMBER'S DICTIONARY UPDATE IS SKIPPED WITH A WARNING FOR
      *    THE SAME REASON A LINE-LEVEL RESTART SKIPS IT.
       A000-RESUMEGUARD.
           MOVE 'N' TO RSM-FIRST-SW.
           IF RESUME-DICT-BEGUN AND DICT-UPDATE
              MOVE 'N' TO DUP-MEMB-SW
              MOVE CURRENT-MEMBER(1:8) TO REG-WANTED
              PERFORM A000-REGCHECK
              SET DUP-MEMB TO TRUE
              IF DUP-FOUND
                 DISPLAY "MEMBER " REG-WANTED " WAS POSTED TO THE "
                         "WORD DICTIONARY IN FULL BEFORE THE "
                         "INTERRUPTION - NOT POSTED AGAIN"
                 SET CTL-OWN-REG TO TRUE
              ELSE
                 DISPLAY "WARNING: MEMBER " REG-WANTED " WAS PART-"
                         "WAY THROUGH ITS WORD DICTIONARY POSTING "
                         "WHEN THE RUN WAS INTERRUPTED - DICTIONARY "
                         "UPDATE SKIPPED FOR THIS MEMBER"
                 SET DICT-SKIPPED TO TRUE
              END-IF
           ELSE
              PERFORM A000-DUPGUARD
           END-IF.

      *
       A000-MCKREAD.
           READ MEMB-CKPT
           AT END
              SET MCK-EOF TO TRUE
           END-READ.

      *
      *    APPENDS THE 'C' CHECKPOINT FOR THE MEMBER JUST COMPLETED -
      *    RUN AFTER A000-ACCUM-GRAND HAS ROLLED IT INTO THE GRAND
      *    TOTALS AND A000-RESET-CTRS HAS CLEARED THE PER-MEMBER
      *    COUNTERS, SO THE RECORD HOLDS EXACTLY WHAT THE NEXT
      *    MEMBER WOULD START FROM.
       A000-MCKWRITE.
           MOVE SPACES TO MCK-REC.
           SET MCK-MEMBER-DONE TO TRUE.
           MOVE CURRENT-MEMBER  TO MCK-MEMBER.
           MOVE MEMB-ORDINAL    TO MCK-ORDINAL.
           MOVE 'N'             TO MCK-REG-POSTED.
           IF DICT-UPDATE AND NOT DUP-MEMB
              AND REG-WANTED NOT = SPACES AND NOT CTL-MEMB-HELD
              MOVE 'Y'          TO MCK-REG-POSTED
           END-IF.
           MOVE RUN-STAMP       TO MCK-RUN-STAMP.
           MOVE LINE-COUNT      TO MCK-LINE-COUNT.
           MOVE SPEL-RUN-COUNT  TO MCK-SPEL-RUN-COUNT.
           MOVE MEMBER-LIST     TO MCK-MEMBER-LIST.
           MOVE MEMBER-LIST-PTR TO MCK-LIST-PTR.
           MOVE GRAND-TOTALS    TO MCK-GRAND-TOTALS.
           MOVE MEMB-NAME-TABLE TO MCK-MEMB-NAMES.
           MOVE OUT-COUNTERS    TO MCK-OUT-COUNTERS.
           MOVE CTL-SOURCE      TO MCK-CTL-SOURCE.
           MOVE CTL-BATCH       TO MCK-CTL-BATCH.
           PERFORM VARYING MCK-IX FROM 1 BY 1 UNTIL MCK-IX > 20
                   MOVE MEMB-HIST-SKIP(MCK-IX)
                     TO MCK-HIST-SKIP(MCK-IX:1)
           END-PERFORM.
           MOVE WARN-SWITCHES     TO MCK-WARN-SWITCHES.
           MOVE OVERFLOW-SWITCHES TO MCK-OVFL-SWITCHES.
           PERFORM A000-MCKPUT.

      *
      *    APPENDS A MARKER RECORD OF THE TYPE IN MCK-MARK.
       A000-MCKMARK.
           MOVE SPACES         TO MCK-REC.
           MOVE MCK-MARK       TO MCK-TYPE.
           MOVE CURRENT-MEMBER TO MCK-MEMBER.
           MOVE MEMB-ORDINAL   TO MCK-ORDINAL.
           MOVE RUN-STAMP      TO MCK-RUN-STAMP.
           PERFORM A000-MCKPUT.

      *
      *    EACH CHECKPOINT IS WRITTEN AND THE FILE CLOSED AT ONCE,
      *    THE SAME WAY RUNREG IS, SO IT IS ON DISK BEFORE ANY LATER
      *    FAILURE.
       A000-MCKPUT.
           OPEN EXTEND MEMB-CKPT.
           WRITE MCK-REC.
           CLOSE MEMB-CKPT.

      *
      *    REBUILDS EACH STREAMED OUTPUT FROM THE INTERRUPTED RUN'S
      *    COPY, UP TO THE RECORD COUNT THE LAST COMPLETED MEMBER'S
      *    CHECKPOINT RECORDED (NOW IN OUT-COUNTERS). A COPY THAT
      *    RUNS SHORT IS WARNED AND THE COUNTER BROUGHT DOWN TO WHAT
      *    WAS ACTUALLY COPIED, SO THE NEXT CHECKPOINT STAYS TRUE.
       A000-RESUMECOPY.
           PERFORM A000-RSMDONE.
           PERFORM A000-RSMCSV.
           PERFORM A000-RSMDETL.
           PERFORM A000-RSMKWIC.
           PERFORM A000-RSMREJ.
           IF SPELL-CHECK
              PERFORM A000-RSMSPEL
           END-IF.
           PERFORM A000-RSMCONC.
           IF PAIRS-ENABLED
              PERFORM A000-RSMPAIR
           END-IF.
           IF SENSITIVE-SCAN
              PERFORM A000-RSMSCAN
              PERFORM A000-RSMMASK
           END-IF.
           IF CHARGE-USAGE
              PERFORM A000-RSMCHG
           END-IF.

      *
       A000-RSMDONE.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-DONE.
           PERFORM UNTIL RSM-COPIED = DONE-OUT-RECS OR RSM-EOF
                   READ RSM-DONE
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE PRT-REC-DONE FROM RSM-DONE-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-DONE.
           IF RSM-COPIED < DONE-OUT-RECS
              MOVE "RSMDONE" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO DONE-OUT-RECS
           END-IF.

      *
       A000-RSMCSV.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-CSV.
           PERFORM UNTIL RSM-COPIED = CSV-OUT-RECS OR RSM-EOF
                   READ RSM-CSV
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE PRT-CSV-REC FROM RSM-CSV-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-CSV.
           IF RSM-COPIED < CSV-OUT-RECS
              MOVE "RSMCSV" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO CSV-OUT-RECS
           END-IF.

      *
       A000-RSMDETL.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-DETL.
           PERFORM UNTIL RSM-COPIED = DETL-OUT-RECS OR RSM-EOF
                   READ RSM-DETL
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE PRT-DETAIL-REC FROM RSM-DETL-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-DETL.
           IF RSM-COPIED < DETL-OUT-RECS
              MOVE "RSMDETL" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO DETL-OUT-RECS
           END-IF.

      *
       A000-RSMKWIC.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-KWIC.
           PERFORM UNTIL RSM-COPIED = KWIC-OUT-RECS OR RSM-EOF
                   READ RSM-KWIC
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE PRT-KWIC-REC FROM RSM-KWIC-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-KWIC.
           IF RSM-COPIED < KWIC-OUT-RECS
              MOVE "RSMKWIC" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO KWIC-OUT-RECS
           END-IF.

      *
       A000-RSMREJ.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-REJ.
           PERFORM UNTIL RSM-COPIED = REJ-OUT-RECS OR RSM-EOF
                   READ RSM-REJ
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE REJ-REC FROM RSM-REJ-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-REJ.
           IF RSM-COPIED < REJ-OUT-RECS
              MOVE "RSMREJ" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO REJ-OUT-RECS
           END-IF.

      *
       A000-RSMSPEL.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-SPEL.
           PERFORM UNTIL RSM-COPIED = SPEL-OUT-RECS OR RSM-EOF
                   READ RSM-SPEL
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE PRT-SPEL-REC FROM RSM-SPEL-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-SPEL.
           IF RSM-COPIED < SPEL-OUT-RECS
              MOVE "RSMSPEL" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO SPEL-OUT-RECS
           END-IF.

      *
       A000-RSMCONC.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-CONC.
           PERFORM UNTIL RSM-COPIED = CONC-OUT-RECS OR RSM-EOF
                   READ RSM-CONC
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE CW-REC FROM RSM-CONC-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-CONC.
           IF RSM-COPIED < CONC-OUT-RECS
              MOVE "RSMCONC" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO CONC-OUT-RECS
           END-IF.

      *
       A000-RSMPAIR.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-PAIR.
           PERFORM UNTIL RSM-COPIED = PAIR-OUT-RECS OR RSM-EOF
                   READ RSM-PAIR
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE PRW-REC FROM RSM-PAIR-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-PAIR.
           IF RSM-COPIED < PAIR-OUT-RECS
              MOVE "RSMPAIR" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO PAIR-OUT-RECS
           END-IF.

      *
       A000-RSMSCAN.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-SCAN.
           PERFORM UNTIL RSM-COPIED = SCAN-OUT-RECS OR RSM-EOF
                   READ RSM-SCAN
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE PRT-SCAN-REC FROM RSM-SCAN-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-SCAN.
           IF RSM-COPIED < SCAN-OUT-RECS
              MOVE "RSMSCAN" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO SCAN-OUT-RECS
           END-IF.

      *
      *    THE MASKED COPY IS IN THE RUN'S OWN INPUT LAYOUT, SO IT
      *    IS READ BACK THROUGH WHICHEVER OF THE TWO FDS THE WIDE
      *    CARD SELECTED.
       A000-RSMMASK.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           IF WIDE-MODE
              OPEN INPUT RSM-MASK-WIDE
              PERFORM UNTIL RSM-COPIED = MASK-OUT-RECS OR RSM-EOF
                      READ RSM-MASK-WIDE
                      AT END
                         SET RSM-EOF TO TRUE
                      NOT AT END
                         WRITE MASK-REC-WIDE FROM RSM-MASK-WIDE-REC
                         ADD 1 TO RSM-COPIED
                      END-READ
              END-PERFORM
              CLOSE RSM-MASK-WIDE
           ELSE
              OPEN INPUT RSM-MASK
              PERFORM UNTIL RSM-COPIED = MASK-OUT-RECS OR RSM-EOF
                      READ RSM-MASK
                      AT END
                         SET RSM-EOF TO TRUE
                      NOT AT END
                         WRITE MASK-REC FROM RSM-MASK-REC
                         ADD 1 TO RSM-COPIED
                      END-READ
              END-PERFORM
              CLOSE RSM-MASK
           END-IF.
           IF RSM-COPIED < MASK-OUT-RECS
              MOVE "RSMMASK" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO MASK-OUT-RECS
           END-IF.

      *
       A000-RSMCHG.
           MOVE ZEROS TO RSM-COPIED.
           MOVE 'N' TO RSM-EOF-SW.
           OPEN INPUT RSM-CHG.
           PERFORM UNTIL RSM-COPIED = CHG-OUT-RECS OR RSM-EOF
                   READ RSM-CHG
                   AT END
                      SET RSM-EOF TO TRUE
                   NOT AT END
                      WRITE CHGU-REC FROM RSM-CHG-REC
                      ADD 1 TO RSM-COPIED
                   END-READ
           END-PERFORM.
           CLOSE RSM-CHG.
           IF RSM-COPIED < CHG-OUT-RECS
              MOVE "RSMCHG" TO RSM-FILE
              PERFORM A000-RSMSHORT
              MOVE RSM-COPIED TO CHG-OUT-RECS
           END-IF.

      *
       A000-RSMSHORT.
           DISPLAY "WARNING: " FUNCTION TRIM(RSM-FILE) " HOLDS "
                   "FEWER RECORDS THAN MEMBCKPT RECORDED - THE "
                   "RESUMED OUTPUT IS MISSING LINES FROM THE "
                   "COMPLETED MEMBERS".
           SET RESUME-WARNED TO TRUE.

      *
       A000-PROCESS-FILE.
           IF RESTART-MODE                                                      
           ELSE
              OPEN INPUT GET-LINE
           END-IF.
      *    UNDER CONTROL TOTALS THE HEADER IS READ PAST BEFORE ANY
      *    TEXT LINE (AND BEFORE A RESTART'S SKIP, WHOSE LINE COUNT
      *    IS OF TEXT LINES ONLY); THE MASKED COPY KEEPS IT SO THE
      *    COPY STILL BALANCES. A000-NEXTLINE ENDS THE MEMBER AT
      *    THE TRAILER.
           MOVE ZEROS TO CTL-BODY-READ.
           IF CTL-TOTAL-MODE
              PERFORM A000-READLINE
              IF SENSITIVE-SCAN AND NOT RESTART-MODE
                 PERFORM A000-SPLITREC
                 PERFORM A000-WRITEMASK
              END-IF
           END-IF.
           IF RESTART-MODE
              PERFORM A000-SKIPLINES
              MOVE LINE-COUNT TO CTL-BODY-READ
           END-IF.
           IF CKPT-INTERVAL > 0
              IF RESTART-MODE
                 OPEN OUTPUT CKPT-OUT
              END-IF
           END-IF.
           PERFORM A000-NEXTLINE.
           PERFORM UNTIL LINE-EOF
                   ADD 1 TO LINE-COUNT
                   ADD 1 TO RECS-READ
                   PERFORM A000-SPLITREC
                   IF SENSITIVE-SCAN
                      PERFORM A000-SCANLINE
                   END-IF
                   PERFORM A000-EDITREC
                   IF CHARGE-USAGE
                      MOVE LINE-TAG TO CU-WANTED
                      PERFORM A000-CHGFIND
                      ADD 1 TO CU-LINES(CU-HIT-IX)
                      IF NOT EDIT-OK
                         ADD 1 TO CU-REJECTS(CU-HIT-IX)
                      END-IF
                   END-IF
                   IF EDIT-OK
                      ADD 1 TO RECS-PROCESSED
                      PERFORM A000-COUNTWD
                      AND FUNCTION MOD(LINE-COUNT CKPT-INTERVAL) = 0
                      PERFORM A000-CKPT-WRITE
                   END-IF
                   PERFORM A000-NEXTLINE
           END-PERFORM.
           IF WIDE-MODE
              CLOSE GET-LINE-WIDE
           ADD STOP-SUPP-COUNT TO GRAND-STOP-SUPP.
           ADD NUM-SUPP-COUNT  TO GRAND-NUM-SUPP.
           ADD LEN-SUPP-COUNT  TO GRAND-LEN-SUPP.
           ADD MASK-SUPP-COUNT TO GRAND-MASK-SUPP.
           ADD SCAN-HIT-COUNT  TO GRAND-SCAN-HITS.
           ADD RECS-READ      TO GRAND-RECS-READ.
           ADD RECS-PROCESSED TO GRAND-RECS-PROCESSED.
           ADD RECS-REJECTED  TO GRAND-RECS-REJECTED.
           MOVE ZEROS  TO STOP-SUPP-COUNT.
           MOVE ZEROS  TO NUM-SUPP-COUNT.
           MOVE ZEROS  TO LEN-SUPP-COUNT.
           MOVE ZEROS  TO MASK-SUPP-COUNT.
           MOVE ZEROS  TO SCAN-HIT-COUNT.
           MOVE ZEROS  TO RECS-READ.
           MOVE ZEROS  TO RECS-PROCESSED.
           MOVE ZEROS  TO RECS-REJECTED.
           MOVE ZEROS  TO TOTAL-LEN-SUM.                                        
           MOVE ZEROS  TO LONGEST-WORD-LEN.                                     
           MOVE SPACES TO LONGEST-WORD.                                         
           MOVE ZEROS  TO SPEL-MEMB-COUNT.                                      
           MOVE 'N'    TO MCK-DICT-SW.                                          
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 20                         
                   MOVE ZEROS TO LEN-HISTOGRAM(LX)                              
           END-PERFORM.                                                         
           MOVE GRAND-STOP-SUPP         TO STOP-SUPP-COUNT.
           MOVE GRAND-NUM-SUPP          TO NUM-SUPP-COUNT.
           MOVE GRAND-LEN-SUPP          TO LEN-SUPP-COUNT.
           MOVE GRAND-MASK-SUPP         TO MASK-SUPP-COUNT.
           MOVE GRAND-SCAN-HITS         TO SCAN-HIT-COUNT.
           MOVE GRAND-RECS-READ         TO RECS-READ.
           MOVE GRAND-RECS-PROCESSED    TO RECS-PROCESSED.
           MOVE GRAND-RECS-REJECTED     TO RECS-REJECTED.
                 ELSE
                    PERFORM A000-PARMBAD
                 END-IF
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
              WHEN "HISTORY"
                 PERFORM A000-PARMYN
                 IF PARM-VAL(1:1) = "Y"
                    MOVE 'Y' TO HISTORY-SW
                 END-IF
              WHEN "SCAN"
                 PERFORM A000-PARMYN
                 IF PARM-VAL(1:1) = "Y"
                    MOVE 'Y' TO SCAN-SW
                 END-IF
              WHEN "CTLTOTAL"
                 PERFORM A000-PARMYN
                 IF PARM-VAL(1:1) = "Y"
                    MOVE 'Y' TO CTL-SW
                 END-IF
              WHEN "INDEX"
                 PERFORM A000-PARMYN
                 IF PARM-VAL(1:1) = "Y"
                    MOVE 'Y' TO INDEX-SW
                 END-IF
              WHEN "CHARGE"
                 PERFORM A000-PARMYN
                 IF PARM-VAL(1:1) = "Y"
                    MOVE 'Y' TO CHARGE-SW
                 END-IF
              WHEN "SPELLMIN"
                 IF FUNCTION TRIM(PARM-VAL) IS NUMERIC
                    COMPUTE SPELL-MIN-COUNT =
                       FUNCTION NUMVAL(FUNCTION TRIM(PARM-VAL))
                 ELSE
                    PERFORM A000-PARMBAD
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
           OPEN INPUT TAG-MSTR.
           READ TAG-MSTR
           AT END
              MOVE HIGH-VALUES TO TAGM-IN-REC
           END-READ.
           PERFORM UNTIL TAGM-IN-REC = HIGH-VALUES
                      OR TAGM-COUNT-N = 200
                   IF TAGM-IN-KEY NOT = SPACES
                      AND TAGM-IN-KEY(1:1) NOT = "*"
                      AND NOT TAGM-IN-INACTIVE
                      ADD 1 TO TAGM-COUNT-N
                      MOVE TAGM-IN-KEY  TO TAGM-KEY(TAGM-COUNT-N)
                      MOVE TAGM-IN-DESC TO TAGM-DESC(TAGM-COUNT-N)
                      MOVE TAGM-IN-DEPT TO TAGM-DEPT(TAGM-COUNT-N)
                   END-IF
                   READ TAG-MSTR
                   AT END
                      MOVE HIGH-VALUES TO TAGM-IN-REC
                   END-READ
           END-PERFORM.
           IF TAGM-IN-REC NOT = HIGH-VALUES
              SET TAGM-OVERFLOW TO TRUE
              DISPLAY "WARNING: TAG MASTER TABLE FULL AT 200 TAGS - "
                      "FURTHER TAGMSTR ENTRIES ARE IGNORED AND MAY "
                      "CAUSE FALSE UNKNTAG REJECTS"
           END-IF.
           CLOSE TAG-MSTR.

      *
      *    LOADS THE SENSITIVE-DATA PATTERNS (SCAN Y). A CARD THAT
      *    CANNOT BE USED IS AN ERROR THE SCHEDULER MUST SEE
      *    (CONDITION CODE 12) - A PATTERN SILENTLY DROPPED IS DATA
      *    SILENTLY EXPOSED - BUT THE REST OF THE DECK IS STILL
      *    LOADED SO THE RUN MASKS WHAT IT CAN. A SCANCTL THAT IS
      *    ABSENT OR YIELDS NO USABLE PATTERN FALLS BACK TO THE
      *    STANDARD PATTERNS, AS PUNCCTL FALLS BACK TO ITS DEFAULT
      *    CHARACTERS - THE SCAN IS NEVER RUN WITH NOTHING TO FIND.
       A000-LOADSCAN.
           MOVE ZEROS TO SCAN-COUNT-N.
           OPEN INPUT SCAN-CTL.
           READ SCAN-CTL
           AT END
              MOVE HIGH-VALUES TO SCANCTL-REC
           END-READ.
           PERFORM UNTIL SCANCTL-REC = HIGH-VALUES
                      OR SCAN-COUNT-N = 20
                   IF SCANCTL-REC NOT = SPACES
                      AND SCANCTL-REC(1:1) NOT = "*"
                      MOVE SCANCTL-REC TO SCAN-CARD
                      PERFORM A000-SCANCARD
                      IF SCAN-CARD-OK
                         PERFORM A000-SCANADD
                      ELSE
                         DISPLAY "ERROR: UNUSABLE SCANCTL CARD - "
                                 SCANCTL-REC(1:57)
                         SET SCAN-DECK-ERROR TO TRUE
                      END-IF
                   END-IF
                   READ SCAN-CTL
                   AT END
                      MOVE HIGH-VALUES TO SCANCTL-REC
                   END-READ
           END-PERFORM.
           IF SCANCTL-REC NOT = HIGH-VALUES
              SET SCAN-OVERFLOW TO TRUE
              DISPLAY "WARNING: SCAN PATTERN TABLE FULL AT 20 "
                      "PATTERNS - FURTHER SCANCTL CARDS ARE IGNORED"
           END-IF.
           CLOSE SCAN-CTL.
           IF SCAN-COUNT-N = 0
              PERFORM VARYING SCAN-K FROM 1 BY 1 UNTIL SCAN-K > 5
                      MOVE SCAN-DEFAULT-CARD(SCAN-K) TO SCAN-CARD
                      PERFORM A000-SCANCARD
                      PERFORM A000-SCANADD
              END-PERFORM
           END-IF.

      *
      *    EDITS THE SCANCTL CARD IN SCAN-CARD: A TYPE, A KNOWN
      *    RULE, AND AN OPERAND THAT RULE CAN USE. A DIGITS RANGE
      *    MUST RUN FROM 1 TO 99 WITH THE MINIMUM NOT ABOVE THE
      *    MAXIMUM.
       A000-SCANCARD.
           MOVE 'Y'   TO SCAN-CARD-OK-SW.
           MOVE ZEROS TO SCAN-CARD-LEN.
           MOVE ZEROS TO SCAN-CARD-MIN.
           MOVE ZEROS TO SCAN-CARD-MAX.
           IF SCD-TYPE = SPACES
              MOVE 'N' TO SCAN-CARD-OK-SW
           END-IF.
           EVALUATE SCD-RULE
              WHEN "MASK"
                 IF SCD-OPERAND = SPACES
                    MOVE 'N' TO SCAN-CARD-OK-SW
                 ELSE
                    COMPUTE SCAN-CARD-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(SCD-OPERAND TRAILING))
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
                    COMPUTE SCAN-CARD-MIN = FUNCTION NUMVAL(SCAN-MIN-X)
                    COMPUTE SCAN-CARD-MAX = FUNCTION NUMVAL(SCAN-MAX-X)
                 ELSE
                    MOVE 'N' TO SCAN-CARD-OK-SW
                 END-IF
              WHEN "EMAIL"
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO SCAN-CARD-OK-SW
           END-EVALUATE.

      *
       A000-SCANADD.
           ADD 1 TO SCAN-COUNT-N.
           MOVE SCD-TYPE      TO SCAN-TYPE(SCAN-COUNT-N).
           MOVE SCD-RULE      TO SCAN-RULE(SCAN-COUNT-N).
           MOVE SCD-OPERAND   TO SCAN-PICTURE(SCAN-COUNT-N).
           MOVE SCAN-CARD-LEN TO SCAN-LEN(SCAN-COUNT-N).
           MOVE SCAN-CARD-MIN TO SCAN-MIN(SCAN-COUNT-N).
           MOVE SCAN-CARD-MAX TO SCAN-MAX(SCAN-COUNT-N).

      *
      *    LOADS THE SPELLING LEXICON. SPELL FILE READS THE LEXICON
      *    CARDS; SPELL DICT TAKES EVERY WORDDICT ENTRY WHOSE
      *    CUMULATIVE COUNT HAS REACHED SPELLMIN. EITHER WAY THE
      *    WORDS ARE UPPER-CASED (THE CHECK IGNORES CASE WHATEVER
      *    CASEINS SAYS - A CAPITAL AT THE START OF A SENTENCE IS
      *    NOT A MISSPELLING), SORTED, AND LOADED ONCE EACH FOR
      *    SEARCH ALL. AN EMPTY LEXICON WOULD FLAG EVERY WORD IN
      *    THE RUN, SO THE PASS IS SWITCHED OFF WITH A WARNING
      *    INSTEAD.
       A000-LOADLEX.
           MOVE ZEROS TO LEX-COUNT-N.
           SORT LEX-SORT
                ASCENDING KEY LXS-WORD
                INPUT PROCEDURE A000-LEXREL
                OUTPUT PROCEDURE A000-LEXOUT.
           IF LEX-COUNT-N = 0
              DISPLAY "WARNING: SPELLING LEXICON IS EMPTY OR "
                      "UNREADABLE - SPELL CHECK SKIPPED THIS RUN"
              SET LEXICON-WARNED TO TRUE
              MOVE 'N' TO SPELL-SW
           END-IF.

      *
       A000-LEXREL.
           MOVE 'N' TO LEX-EOF-SW.
           IF SPELL-FROM-FILE
              OPEN INPUT LEX-IN
              PERFORM A000-LEXREAD
              PERFORM UNTIL LEX-EOF
                      IF LEXIN-REC NOT = SPACES
                         AND LEXIN-REC(1:1) NOT = "*"
                         MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(LEXIN-REC LEADING))
                           TO LXS-WORD
                         RELEASE LXS-REC
                      END-IF
                      PERFORM A000-LEXREAD
              END-PERFORM
              CLOSE LEX-IN
           ELSE
              OPEN INPUT WORD-DICT
              EVALUATE DICT-STATUS
                 WHEN "00"
                    PERFORM A000-LEXDICT
                    CLOSE WORD-DICT
                 WHEN "05"
                    CLOSE WORD-DICT
                 WHEN OTHER
                    DISPLAY "WARNING: WORD DICTIONARY OPEN FAILED, "
                            "STATUS " DICT-STATUS " - NO SPELLING "
                            "LEXICON THIS RUN"
              END-EVALUATE
           END-IF.

      *
       A000-LEXREAD.
           READ LEX-IN
           AT END
              SET LEX-EOF TO TRUE
           END-READ.

      *
      *    ONE START-TO-END BROWSE OF THE DICTIONARY (THE DICTMNT
      *    START/READ NEXT IDIOM), RELEASING EVERY WORD THAT HAS
      *    BEEN SEEN OFTEN ENOUGH TO COUNT AS APPROVED.
       A000-LEXDICT.
           MOVE LOW-VALUES TO DICT-WORD.
           START WORD-DICT KEY > DICT-WORD
              INVALID KEY
                 SET LEX-EOF TO TRUE
           END-START.
           PERFORM UNTIL LEX-EOF
                   READ WORD-DICT NEXT
                   AT END
                      SET LEX-EOF TO TRUE
                   END-READ
                   IF NOT LEX-EOF
                      AND DICT-CUMUL-COUNT NOT < SPELL-MIN-COUNT
                      MOVE FUNCTION UPPER-CASE(DICT-WORD) TO LXS-WORD
                      RELEASE LXS-REC
                   END-IF
           END-PERFORM.

      *
      *    THE SORTED STREAM CARRIES EACH WORD AS OFTEN AS IT WAS
      *    CARDED (OR, FROM WORDDICT, ONCE PER SPELLING OF ITS
      *    CASE) - KEEP THE FIRST OF EACH RUN SO SEARCH ALL SEES A
      *    STRICTLY ASCENDING TABLE.
       A000-LEXOUT.
           MOVE 'N' TO LEX-EOF-SW.
           MOVE SPACES TO LEX-LAST.
           PERFORM A000-LEXRET.
           PERFORM UNTIL LEX-EOF
                   IF LXS-WORD NOT = LEX-LAST
                      IF LEX-COUNT-N < 5000
                         ADD 1 TO LEX-COUNT-N
                         MOVE LXS-WORD TO LEX-WORD(LEX-COUNT-N)
                         MOVE LXS-WORD TO LEX-LAST
                      ELSE
                         IF NOT LEX-FULL
                            SET LEX-FULL TO TRUE
                            SET LEXICON-WARNED TO TRUE
                            DISPLAY "WARNING: SPELLING LEXICON FULL "
                                    "AT 5000 WORDS - LATER WORDS "
                                    "ARE NOT APPROVED"
                         END-IF
                      END-IF
                   END-IF
                   PERFORM A000-LEXRET
           END-PERFORM.

      *
       A000-LEXRET.
           RETURN LEX-SORT
           AT END
              SET LEX-EOF TO TRUE
           END-RETURN.

      *
       A000-RESTART-LOAD.
      *    THE CONCORDANCE/PAIR TOKEN WORK FILES ARE NOT
      *    CHECKPOINTED - THEY ARE REBUILT FROM SCRATCH EVERY RUN,
      *    AND A RESTART ONLY REPROCESSES LINES FROM THE CHECKPOINT
      *    FORWARD. THE SAME HOLDS FOR THE PER-TAG SUBTOTAL TABLE
      *    AND THE SPELLING EXCEPTION TOTALS ON PRT-SPEL.
      *    A RESTARTED RUN'S
      *    PRT-CONC, PRT-PAIR AND PER-TAG BLOCKS WILL THEREFORE ONLY
      *    REFLECT WORDS SEEN FROM THE RESTART POINT FORWARD - WARN
                   MOVE CKPTI-HYPH-PEND  TO HYPH-PEND-SW
                   MOVE CKPTI-HYPH-HOLD  TO HYPH-HOLD
                   MOVE CKPTI-HYPH-COUNT TO HYPH-JOIN-COUNT
                   MOVE CKPTI-MASK-SUPP  TO MASK-SUPP-COUNT
                   MOVE CKPTI-SCAN-HITS  TO SCAN-HIT-COUNT
                   READ CKPT-IN
                   AT END                                                       
                      MOVE HIGH-VALUES TO CKPT-IN-REC                           
              END-READ
           END-IF.

      *
      *    NEXT TEXT LINE FOR A000-PROCESS-FILE. UNDER CONTROL TOTALS
      *    THE RECORD AFTER THE LAST COUNTED TEXT LINE IS THE
      *    TRAILER THE PRE-PASS ALREADY PROVED, AND IT ENDS THE
      *    MEMBER IN PLACE OF END OF FILE.
       A000-NEXTLINE.
           PERFORM A000-READLINE.
           IF CTL-TOTAL-MODE AND NOT LINE-EOF
              IF CTL-BODY-READ < CTL-BODY-N
                 ADD 1 TO CTL-BODY-READ
              ELSE
                 IF SENSITIVE-SCAN
                    PERFORM A000-SPLITREC
                    PERFORM A000-WRITEMASK
                 END-IF
                 SET LINE-EOF TO TRUE
              END-IF
           END-IF.

      *
       A000-SKIPLINES.
           PERFORM VARYING SKIP-IDX FROM 1 BY 1
           MOVE HYPH-PEND-SW    TO CKPTO-HYPH-PEND.
           MOVE HYPH-HOLD       TO CKPTO-HYPH-HOLD.
           MOVE HYPH-JOIN-COUNT TO CKPTO-HYPH-COUNT.
           MOVE MASK-SUPP-COUNT TO CKPTO-MASK-SUPP.
           MOVE SCAN-HIT-COUNT  TO CKPTO-SCAN-HITS.
           WRITE CKPT-OUT-REC.
                                                                                
      *
           ELSE
              MOVE GET-REC      TO REJ-DATA
           END-IF.
           ADD 1 TO REJ-OUT-RECS
           WRITE REJ-REC.

      *
      *    SENSITIVE-DATA SCAN OF ONE INPUT LINE (SCAN Y), RUN
      *    BEFORE THE EDIT PASS SO NOTHING DOWNSTREAM - THE
      *    TOKENIZER, THE KEYWORD-IN-CONTEXT TEXT, THE CONCORDANCE
      *    OR THE DICTIONARY - EVER SEES THE LINE UNMASKED. EACH
      *    PATTERN IN TURN OVERLAYS ITS MATCHES WITH ASTERISKS IN
      *    LINE-TEXT AND MARKS THEM IN SCAN-MAP. THE MATCHES ARE
      *    LISTED ONCE THE LINE IS COMPLETE, AND THE MASKED COPY OF
      *    THE RECORD IS WRITTEN WHETHER OR NOT THE RECORD GOES ON
      *    TO PASS THE EDIT.
       A000-SCANLINE.
           MOVE SPACES TO SCAN-MAP.
           MOVE ZEROS  TO SCAN-LINE-N.
           PERFORM VARYING SC-IX FROM 1 BY 1
                     UNTIL SC-IX > SCAN-COUNT-N
                   EVALUATE TRUE
                      WHEN SCAN-RULE-MASK(SC-IX)
                         PERFORM A000-SCANMASK
                      WHEN SCAN-RULE-DIGITS(SC-IX)
                         PERFORM A000-SCANDIGS
                      WHEN SCAN-RULE-EMAIL(SC-IX)
                         PERFORM A000-SCANMAIL
                   END-EVALUATE
           END-PERFORM.
           PERFORM VARYING SH-IX FROM 1 BY 1
                     UNTIL SH-IX > SCAN-LINE-N
                   PERFORM A000-WRITESCAN
           END-PERFORM.
           PERFORM A000-WRITEMASK.

      *
      *    MASK RULE: THE PICTURE IS LAID OVER EACH STARTING COLUMN
      *    IN TURN. AFTER A MATCH THE SEARCH RESUMES PAST IT.
       A000-SCANMASK.
           MOVE 1 TO SCAN-POS.
           PERFORM UNTIL SCAN-POS + SCAN-LEN(SC-IX) - 1
                         > LINE-TEXT-LEN
                   MOVE 'Y' TO SCAN-MATCH-SW
                   COMPUTE SCAN-HIT-END = SCAN-POS + SCAN-LEN(SC-IX) - 1
                   PERFORM A000-SCANBEFORE
                   PERFORM VARYING SCAN-K FROM 1 BY 1
                             UNTIL SCAN-K > SCAN-LEN(SC-IX)
                                OR NOT SCAN-MATCHED
                           MOVE LINE-TEXT(SCAN-POS + SCAN-K - 1:1)
                             TO SCAN-CHAR
                           MOVE SCAN-PICTURE(SC-IX)(SCAN-K:1)
                             TO SCAN-PCHAR
                           EVALUATE TRUE
                              WHEN SCAN-PCHAR = "9"
                                 IF NOT SCAN-DIGIT
                                    MOVE 'N' TO SCAN-MATCH-SW
                                 END-IF
                              WHEN SCAN-PCHAR = "A"
                                 IF NOT SCAN-LETTER
                                    MOVE 'N' TO SCAN-MATCH-SW
                                 END-IF
                              WHEN OTHER
                                 IF SCAN-CHAR NOT = SCAN-PCHAR
                                    MOVE 'N' TO SCAN-MATCH-SW
                                 END-IF
                           END-EVALUATE
                   END-PERFORM
                   IF SCAN-MATCHED
                      PERFORM A000-SCANAFTER
                   END-IF
                   IF SCAN-MATCHED
                      MOVE SCAN-POS TO SCAN-HIT-START
                      PERFORM A000-SCANHIT
                      COMPUTE SCAN-POS = SCAN-HIT-END + 1
                   ELSE
                      ADD 1 TO SCAN-POS
                   END-IF
           END-PERFORM.

      *
      *    DIGITS RULE: EACH FREE-STANDING RUN OF DIGITS IS
      *    MEASURED (A000-DIGRUN) AND MASKED WHEN ITS DIGIT COUNT
      *    FALLS IN THE CARD'S RANGE.
       A000-SCANDIGS.
           MOVE 1 TO SCAN-POS.
           PERFORM UNTIL SCAN-POS > LINE-TEXT-LEN
                   MOVE LINE-TEXT(SCAN-POS:1) TO SCAN-CHAR
                   MOVE 'N' TO SCAN-MATCH-SW
                   IF SCAN-DIGIT
                      MOVE 'Y' TO SCAN-MATCH-SW
                      PERFORM A000-SCANBEFORE
                   END-IF
                   IF SCAN-MATCHED
                      PERFORM A000-DIGRUN
                      IF SCAN-DIG-N < SCAN-MIN(SC-IX)
                         OR SCAN-DIG-N > SCAN-MAX(SC-IX)
                         MOVE 'N' TO SCAN-MATCH-SW
                      ELSE
                         PERFORM A000-SCANAFTER
                      END-IF
                      IF SCAN-MATCHED
                         MOVE SCAN-POS TO SCAN-HIT-START
                         PERFORM A000-SCANHIT
                      END-IF
                      COMPUTE SCAN-POS = SCAN-HIT-END + 1
                   ELSE
                      ADD 1 TO SCAN-POS
                   END-IF
           END-PERFORM.

      *
      *    MEASURES THE DIGIT RUN STARTING AT SCAN-POS: SCAN-DIG-N
      *    DIGITS ENDING AT SCAN-HIT-END. A SINGLE HYPHEN OR SPACE
      *    WITH A DIGIT EACH SIDE OF IT DOES NOT END THE RUN, SO
      *    "4111 1111 1111 1111" AND "4111-1111-1111-1111" ARE
      *    SIXTEEN DIGITS LIKE "4111111111111111".
       A000-DIGRUN.
           MOVE ZEROS    TO SCAN-DIG-N.
           MOVE SCAN-POS TO SCAN-K.
           MOVE 'N'      TO SCAN-RUN-SW.
           PERFORM UNTIL SCAN-RUN-ENDED
                   ADD 1 TO SCAN-DIG-N
                   MOVE SCAN-K TO SCAN-HIT-END
                   ADD 1 TO SCAN-K
                   SET SCAN-RUN-ENDED TO TRUE
                   IF SCAN-K NOT > LINE-TEXT-LEN
                      MOVE LINE-TEXT(SCAN-K:1) TO SCAN-CHAR
                      IF SCAN-DIGIT
                         MOVE 'N' TO SCAN-RUN-SW
                      ELSE
                         IF (SCAN-CHAR = "-" OR SCAN-CHAR = SPACE)
                            AND SCAN-K < LINE-TEXT-LEN
                            MOVE LINE-TEXT(SCAN-K + 1:1) TO SCAN-CHAR
                            IF SCAN-DIGIT
                               ADD 1 TO SCAN-K
                               MOVE 'N' TO SCAN-RUN-SW
                            END-IF
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.

      *
      *    EMAIL RULE: EVERY "@" IS TRIED AS THE MIDDLE OF AN
      *    ADDRESS (A000-MAILTRY).
       A000-SCANMAIL.
           MOVE 2 TO SCAN-POS.
           PERFORM UNTIL SCAN-POS NOT < LINE-TEXT-LEN
                   IF LINE-TEXT(SCAN-POS:1) = "@"
                      PERFORM A000-MAILTRY
                   END-IF
                   ADD 1 TO SCAN-POS
           END-PERFORM.

      *
      *    EXTENDS LEFT FROM THE "@" OVER THE CHARACTERS A MAILBOX
      *    NAME MAY HOLD AND RIGHT OVER THOSE A DOMAIN MAY HOLD,
      *    LESS ANY TRAILING "." OR "-" (SENTENCE PUNCTUATION). IT
      *    IS AN ADDRESS WHEN THE NAME IS NOT EMPTY AND THE DOMAIN
      *    HAS A "." SOMEWHERE INSIDE IT.
       A000-MAILTRY.
           MOVE SCAN-POS TO SCAN-HIT-START.
           MOVE 'N' TO SCAN-RUN-SW.
           PERFORM UNTIL SCAN-RUN-ENDED
                   IF SCAN-HIT-START = 1
                      SET SCAN-RUN-ENDED TO TRUE
                   ELSE
                      MOVE LINE-TEXT(SCAN-HIT-START - 1:1) TO SCAN-CHAR
                      IF SCAN-MAIL-CHAR
                         SUBTRACT 1 FROM SCAN-HIT-START
                      ELSE
                         SET SCAN-RUN-ENDED TO TRUE
                      END-IF
                   END-IF
           END-PERFORM.
           MOVE SCAN-POS TO SCAN-HIT-END.
           MOVE 'N' TO SCAN-RUN-SW.
           PERFORM UNTIL SCAN-RUN-ENDED
                   IF SCAN-HIT-END = LINE-TEXT-LEN
                      SET SCAN-RUN-ENDED TO TRUE
                   ELSE
                      MOVE LINE-TEXT(SCAN-HIT-END + 1:1) TO SCAN-CHAR
                      IF SCAN-HOST-CHAR
                         ADD 1 TO SCAN-HIT-END
                      ELSE
                         SET SCAN-RUN-ENDED TO TRUE
                      END-IF
                   END-IF
           END-PERFORM.
           PERFORM UNTIL SCAN-HIT-END = SCAN-POS
                      OR (LINE-TEXT(SCAN-HIT-END:1) NOT = "."
                          AND LINE-TEXT(SCAN-HIT-END:1) NOT = "-")
                   SUBTRACT 1 FROM SCAN-HIT-END
           END-PERFORM.
           IF SCAN-HIT-START < SCAN-POS
              AND SCAN-HIT-END > SCAN-POS + 2
              MOVE ZEROS TO SCAN-DOTS
              INSPECT LINE-TEXT(SCAN-POS + 2:
                                SCAN-HIT-END - SCAN-POS - 2)
                 TALLYING SCAN-DOTS FOR ALL "."
              IF SCAN-DOTS > 0
                 PERFORM A000-SCANHIT
                 MOVE SCAN-HIT-END TO SCAN-POS
              END-IF
           END-IF.

      *
      *    A MATCH MAY NOT BE PART OF A LONGER WORD OR NUMBER - THE
      *    COLUMN BEFORE SCAN-POS AND THE ONE AFTER SCAN-HIT-END
      *    MUST NOT HOLD A LETTER OR DIGIT.
       A000-SCANBEFORE.
           IF SCAN-POS > 1
              MOVE LINE-TEXT(SCAN-POS - 1:1) TO SCAN-CHAR
              IF SCAN-ALNUM
                 MOVE 'N' TO SCAN-MATCH-SW
              END-IF
           END-IF.

      *
       A000-SCANAFTER.
           IF SCAN-HIT-END < LINE-TEXT-LEN
              MOVE LINE-TEXT(SCAN-HIT-END + 1:1) TO SCAN-CHAR
              IF SCAN-ALNUM
                 MOVE 'N' TO SCAN-MATCH-SW
              END-IF
           END-IF.

      *
      *    ONE MATCH, COLUMNS SCAN-HIT-START THRU SCAN-HIT-END, FOR
      *    PATTERN SC-IX: EVERY NONBLANK CHARACTER BECOMES AN
      *    ASTERISK (THE SPACES OF "4111 1111 ..." STAY, SO THE
      *    LINE KEEPS ITS SHAPE) AND THE MATCH IS COUNTED AND HELD
      *    FOR THE LISTING.
       A000-SCANHIT.
           PERFORM VARYING SCAN-MX FROM SCAN-HIT-START BY 1
                     UNTIL SCAN-MX > SCAN-HIT-END
                   IF LINE-TEXT(SCAN-MX:1) NOT = SPACE
                      MOVE "*" TO LINE-TEXT(SCAN-MX:1)
                      MOVE "M" TO SCAN-MAP(SCAN-MX:1)
                   END-IF
           END-PERFORM.
           ADD 1 TO SCAN-HIT-COUNT.
           IF SCAN-LINE-N < 62
              ADD 1 TO SCAN-LINE-N
              SET SCAN-HIT-PAT(SCAN-LINE-N) TO SC-IX
              MOVE SCAN-HIT-START TO SCAN-HIT-COL(SCAN-LINE-N)
              COMPUTE SCAN-HIT-LEN(SCAN-LINE-N) =
                 SCAN-HIT-END - SCAN-HIT-START + 1
           END-IF.

      *
       A000-WRITESCAN.
           MOVE SPACES TO PRT-SCAN-REC.
           MOVE SCAN-TYPE(SCAN-HIT-PAT(SH-IX)) TO SCN-TYPE.
           MOVE CURRENT-MEMBER       TO SCN-MEMBER.
           MOVE LINE-TAG             TO SCN-DOCTAG.
           MOVE LINE-COUNT           TO SCN-LINE.
           MOVE SCAN-HIT-COL(SH-IX)  TO SCN-COL.
           MOVE SCAN-HIT-LEN(SH-IX)  TO SCN-LEN.
           MOVE LINE-TEXT            TO SCN-TEXT.
           ADD 1 TO SCAN-OUT-RECS
           WRITE PRT-SCAN-REC.

      *
      *    THE MASKED COPY: THE RAW RECORD WITH ITS TEXT COLUMNS
      *    REPLACED BY THE MASKED LINE-TEXT - THE TAG AND ANYTHING
      *    ELSE IN THE RECORD PASS THROUGH AS READ.
       A000-WRITEMASK.
           IF WIDE-MODE
              MOVE GET-REC-WIDE      TO MASK-REC-WIDE
              MOVE LINE-TEXT         TO MASK-REC-WIDE(1:124)
              ADD 1 TO MASK-OUT-RECS
              WRITE MASK-REC-WIDE
           ELSE
              MOVE GET-REC           TO MASK-REC
              MOVE LINE-TEXT(1:72)   TO MASK-REC(1:72)
              ADD 1 TO MASK-OUT-RECS
              WRITE MASK-REC
           END-IF.

      *
      *    A TOKEN THAT TOUCHES A MASKED COLUMN ANYWHERE IS DROPPED
      *    WHOLE BY A000-SCREEN, SO NEITHER THE ASTERISKS NOR ANY
      *    TEXT JOINED TO THEM ("SSN:***-**-****") REACH THE WORD
      *    COUNTS.
       A000-MASKCHK.
           MOVE 'N' TO TOKEN-MASK-SW.
           IF TOKEN-COL > 0 AND SCAN-MAP NOT = SPACES
              MOVE ZEROS TO SCAN-TOK-LEN
              INSPECT RAW-WORD TALLYING SCAN-TOK-LEN FOR
                 CHARACTERS BEFORE INITIAL SPACE
              IF TOKEN-COL + SCAN-TOK-LEN - 1 > LINE-TEXT-LEN
                 COMPUTE SCAN-TOK-LEN = LINE-TEXT-LEN - TOKEN-COL + 1
              END-IF
              IF SCAN-MAP(TOKEN-COL:SCAN-TOK-LEN) NOT = SPACES
                 SET TOKEN-MASKED TO TRUE
              END-IF
           END-IF.

      *
       A000-COUNTWD.
           MOVE LINE-TEXT TO WORD-BUF.
                   END-UNSTRING
                   MOVE TEMPWORD TO RAW-WORD
                   PERFORM A000-TOKENCOL
                   IF SENSITIVE-SCAN
                      PERFORM A000-MASKCHK
                   END-IF
                   IF HYPHEN-REJOIN
                      PERFORM A000-HYPHEN
                   ELSE
      *
      *    THE LAST TOKEN OF THE LINE: HOLD IT WHEN IT ENDS IN A
      *    HYPHEN. A BARE "-" TOKEN IS LEFT ALONE - THERE IS NO
      *    FRAGMENT TO JOIN, ONLY PUNCTUATION. NOR IS A MASKED
      *    TOKEN HELD - IT IS SCREENED OUT ON ITS OWN LINE, AND
      *    JOINING IT WOULD ONLY CARRY THE MASK ONTO THE NEXT WORD.
       A000-HYPHCHK.
           MOVE ZEROS TO HYPH-LEN.
           INSPECT RAW-WORD TALLYING HYPH-LEN FOR
              CHARACTERS BEFORE INITIAL SPACE.
           IF HYPH-LEN > 1
              AND RAW-WORD(HYPH-LEN:1) = "-"
              AND NOT TOKEN-MASKED
              MOVE SPACES TO HYPH-HOLD
              MOVE RAW-WORD(1:HYPH-LEN - 1) TO HYPH-HOLD
              SET HYPH-PENDING TO TRUE
              MOVE HYPH-HOLD TO TEMPWORD
              MOVE HYPH-HOLD TO RAW-WORD
              MOVE ZEROS TO TOKEN-COL
              MOVE 'N' TO TOKEN-MASK-SW
              MOVE 'N' TO HYPH-PEND-SW
              MOVE SPACES TO HYPH-HOLD
              PERFORM A000-ONETOKEN
              IF DICT-UPDATE AND NOT DUP-MEMB
                 PERFORM A000-DICT
              END-IF
              IF SPELL-CHECK
                 PERFORM A000-SPELL
              END-IF
              IF OCC-INDEXING
                 PERFORM A000-OCCPOST
              END-IF
           END-IF.
                                                                                
      *    ONE TOKEN WORK RECORD PER KEPT WORD - NO TABLE LOOKUP AND
              MOVE PRT-WORD    TO CW-WORD
              MOVE LINE-COUNT  TO CW-LINE
              MOVE CUR-MEMB-IX TO CW-MEMB
              ADD 1 TO CONC-OUT-RECS
              WRITE CW-REC
           END-IF.

                 MOVE PREV-PAIR-WORD TO PRW-WORD1
                 MOVE CMP-WORD       TO PRW-WORD2
                 MOVE LINE-COUNT     TO PRW-LINE
                 ADD 1 TO PAIR-OUT-RECS
                 WRITE PRW-REC
              END-IF
              MOVE CMP-WORD TO PREV-PAIR-WORD
           MOVE LINE-COUNT     TO PK-LINE.
           MOVE KWIC-HIT-COL   TO PK-COL.
           MOVE WORD-BUF       TO PK-TEXT.
           ADD 1 TO KWIC-OUT-RECS
           WRITE PRT-KWIC-REC.

      *
                   MOVE ZEROS  TO TAG-PUNC-COUNT(TG-IX)
                   MOVE ZEROS  TO TAG-LONGEST-LEN(TG-IX)
                   MOVE ZEROS  TO TAG-LEN-SUM(TG-IX)
                   MOVE ZEROS  TO TAG-SPEL-COUNT(TG-IX)
                   PERFORM VARYING KW-IDX FROM 1 BY 1
                             UNTIL KW-IDX > 20
                           MOVE ZEROS TO TAG-KW-COUNT(TG-IX, KW-IDX)
      *
      *    DECIDES WHETHER THE CURRENT TOKEN COUNTS AS A WORD.
      *    EXACTLY ONE SUPPRESSION RULE CLAIMS A DROPPED TOKEN
      *    (MASKED BY THE SENSITIVE-DATA SCAN FIRST, THEN THE STOP
      *    LIST, THEN ALL-NUMERIC, THEN MINIMUM LENGTH) SO THE
      *    SUPPRESSED COUNTS PLUS TOTAL WORDS RECONCILE TO THE
      *    UNSCREENED TOKEN COUNT. A MASKED TOKEN NEVER REACHES
      *    THE CONCORDANCE, THE PAIRS OR THE DICTIONARY. AN
      *    EMPTY TOKEN (ALL PUNCTUATION) IS LEFT ALONE - IT IS
      *    COUNTED THE SAME WAY IT ALWAYS WAS.
       A000-SCREEN.
           INSPECT PRT-WORD TALLYING WORD-LEN FOR
              CHARACTERS BEFORE INITIAL SPACE.
           IF WORD-LEN > 0
              IF TOKEN-MASKED
                 MOVE 'N' TO TOKEN-KEEP-SW
                 ADD 1 TO MASK-SUPP-COUNT
              END-IF
              IF STOP-COUNT-N > 0 AND TOKEN-KEPT
                 PERFORM VARYING SW-IX FROM 1 BY 1
                           UNTIL SW-IX > STOP-COUNT-N
                              OR NOT TOKEN-KEPT
           INSPECT PRT-WORD TALLYING WORD-LEN FOR
              CHARACTERS BEFORE INITIAL SPACE.
           IF WORD-LEN > 0
      *       THE MEMBER'S FIRST POSTING IS MARKED ON MEMBCKPT BEFORE
      *       IT IS MADE, SO A RESUME KNOWS THE DICTIONARY MAY ALREADY
      *       HOLD SOME OF THIS MEMBER (A000-RESUMEGUARD).
              IF MEMB-CKPT-ON AND NOT MEMB-DICT-MARKED
                 MOVE 'D' TO MCK-MARK
                 PERFORM A000-MCKMARK
                 SET MEMB-DICT-MARKED TO TRUE
              END-IF
              MOVE PRT-WORD TO DICT-WORD
              READ WORD-DICT
                 INVALID KEY
                      "COUNTS ARE INCOMPLETE THIS RUN"
           END-IF.

      *
      *    OPENS THE OCCURRENCE INDEX. A NEW RUN STARTS IT EMPTY. A
      *    RESTART OR A RESUMED MEMBER LIST OPENS IT I-O AND ADDS TO
      *    WHAT THE INTERRUPTED RUN LEFT - LINES READ AGAIN BRING
      *    KEYS ALREADY ON FILE, WHICH A000-OCCPOST PASSES OVER, SO
      *    NO OCCURRENCE IS INDEXED TWICE. STATUS 05 THERE MEANS THE
      *    INTERRUPTED RUN'S INDEX IS GONE AND ONLY THIS RUN'S
      *    LINES WILL BE ON IT.
       A000-OCCOPEN.
           IF RESTART-MODE OR RESUME-ACTIVE
              OPEN I-O OCC-IDX
              IF OCC-STATUS = "05"
                 DISPLAY "WARNING: OCCURRENCE INDEX NOT FOUND ON A "
                         "RESTART - IT HOLDS ONLY THE LINES "
                         "PROCESSED BY THIS RUN"
                 SET OCC-INDEX-FAILED TO TRUE
              END-IF
           ELSE
              OPEN OUTPUT OCC-IDX
           END-IF.
           IF OCC-STATUS NOT = "00" AND OCC-STATUS NOT = "05"
              DISPLAY "WARNING: OCCURRENCE INDEX OPEN FAILED, "
                      "STATUS " OCC-STATUS " - NO INDEX IS BUILT "
                      "THIS RUN"
              SET OCC-INDEX-FAILED TO TRUE
              MOVE 'N' TO INDEX-SW
           END-IF.

      *
      *    INDEXES ONE KEPT TOKEN UNDER ITS UPPER-CASE FORM. STATUS
      *    22 IS AN OCCURRENCE ALREADY INDEXED BEFORE A RESTART
      *    POINT AND IS NOT AN ERROR; ANY OTHER FAILURE IS REPORTED
      *    ONCE, LIKE A000-DICTWFAIL.
       A000-OCCPOST.
           IF PRT-WORD NOT = SPACES
              MOVE FUNCTION UPPER-CASE(PRT-WORD) TO OCC-WORD
              MOVE CURRENT-MEMBER TO OCC-MEMBER
              MOVE LINE-COUNT     TO OCC-LINE
              MOVE TOKEN-COL      TO OCC-COL
              MOVE DOC-TAG        TO OCC-DOCTAG
              MOVE WORD-BUF       TO OCC-TEXT
              WRITE OCC-REC
                 INVALID KEY
                    IF OCC-STATUS NOT = "22"
                       AND NOT OCC-WRITE-FAILED
                       SET OCC-WRITE-FAILED TO TRUE
                       DISPLAY "WARNING: OCCURRENCE INDEX WRITE "
                               "FAILED, STATUS " OCC-STATUS
                               " - THE INDEX IS INCOMPLETE THIS RUN"
                    END-IF
              END-WRITE
           END-IF.

      *
      *    SPELLING CHECK OF ONE KEPT TOKEN. ALL-DIGIT TOKENS ARE
      *    NOT WORDS AND ARE LEFT ALONE. A TOKEN NOT IN THE
      *    LEXICON IS LISTED ON PRT-SPEL WITH ITS POSITION AND UP
      *    TO THREE NEAR MATCHES.
       A000-SPELL.
           MOVE FUNCTION UPPER-CASE(PRT-WORD) TO SPEL-WORD.
           MOVE ZEROS TO SPEL-LEN.
           INSPECT SPEL-WORD TALLYING SPEL-LEN FOR
              CHARACTERS BEFORE INITIAL SPACE.
           IF SPEL-LEN > 0
              MOVE SPEL-WORD(1:SPEL-LEN) TO LEX-CAND
              MOVE LEX-CAND TO SPEL-WORD
              IF SPEL-WORD(1:SPEL-LEN) IS NOT NUMERIC
                 PERFORM A000-LEXFIND
                 IF NOT LEX-FOUND
                    PERFORM A000-SPELSUGG
                    PERFORM A000-WRITESPEL
                 END-IF
              END-IF
           END-IF.

      *
       A000-LEXFIND.
           MOVE 'N' TO LEX-FOUND-SW.
           IF LEX-COUNT-N > 0
              SEARCH ALL LEX-ENTRY
                 AT END
                    CONTINUE
                 WHEN LEX-WORD(LEX-IX) = LEX-CAND
                    SET LEX-FOUND TO TRUE
              END-SEARCH
           END-IF.

      *
      *    NEAR MATCHES ARE FOUND BY BUILDING EVERY VARIANT OF THE
      *    TOKEN ONE EDIT AWAY AND LOOKING EACH UP - A SWAPPED
      *    ADJACENT PAIR FIRST (THE COMMONEST TYPING SLIP), THEN
      *    ONE LETTER CHANGED, DROPPED OR ADDED. THE FIRST THREE
      *    DISTINCT HITS ARE KEPT. AN 80-BYTE TOKEN HAS NO ROOM
      *    FOR AN ADDED LETTER AND GETS NO SUGGESTIONS.
       A000-SPELSUGG.
           MOVE ZEROS TO SPEL-SUGG-N.
           PERFORM VARYING SUGG-IX FROM 1 BY 1 UNTIL SUGG-IX > 3
                   MOVE SPACES TO SPEL-SUGG(SUGG-IX)
           END-PERFORM.
           IF SPEL-LEN < 80
              PERFORM VARYING SPEL-POS FROM 1 BY 1
                        UNTIL SPEL-POS NOT < SPEL-LEN
                           OR SPEL-SUGG-N = 3
                      MOVE SPEL-WORD TO LEX-CAND
                      MOVE SPEL-WORD(SPEL-POS + 1:1)
                        TO LEX-CAND(SPEL-POS:1)
                      MOVE SPEL-WORD(SPEL-POS:1)
                        TO LEX-CAND(SPEL-POS + 1:1)
                      PERFORM A000-SUGGTRY
              END-PERFORM
              PERFORM VARYING SPEL-POS FROM 1 BY 1
                        UNTIL SPEL-POS > SPEL-LEN
                           OR SPEL-SUGG-N = 3
                      PERFORM VARYING SPEL-LET FROM 1 BY 1
                                UNTIL SPEL-LET > 26
                                   OR SPEL-SUGG-N = 3
                              MOVE SPEL-WORD TO LEX-CAND
                              MOVE SPEL-ALPHA(SPEL-LET:1)
                                TO LEX-CAND(SPEL-POS:1)
                              PERFORM A000-SUGGTRY
                      END-PERFORM
              END-PERFORM
              IF SPEL-LEN > 1
                 PERFORM VARYING SPEL-POS FROM 1 BY 1
                           UNTIL SPEL-POS > SPEL-LEN
                              OR SPEL-SUGG-N = 3
                         PERFORM A000-SUGGDEL
                         PERFORM A000-SUGGTRY
                 END-PERFORM
              END-IF
              PERFORM VARYING SPEL-POS FROM 1 BY 1
                        UNTIL SPEL-POS > SPEL-LEN + 1
                           OR SPEL-SUGG-N = 3
                      PERFORM VARYING SPEL-LET FROM 1 BY 1
                                UNTIL SPEL-LET > 26
                                   OR SPEL-SUGG-N = 3
                              PERFORM A000-SUGGINS
                              PERFORM A000-SUGGTRY
                      END-PERFORM
              END-PERFORM
           END-IF.

      *
      *    THE TOKEN WITH THE LETTER AT SPEL-POS TAKEN OUT.
       A000-SUGGDEL.
           MOVE SPACES TO LEX-CAND.
           IF SPEL-POS > 1
              MOVE SPEL-WORD(1:SPEL-POS - 1)
                TO LEX-CAND(1:SPEL-POS - 1)
           END-IF.
           IF SPEL-POS < SPEL-LEN
              MOVE SPEL-WORD(SPEL-POS + 1:SPEL-LEN - SPEL-POS)
                TO LEX-CAND(SPEL-POS:SPEL-LEN - SPEL-POS)
           END-IF.

      *
      *    THE TOKEN WITH LETTER SPEL-LET PUT IN AHEAD OF SPEL-POS
      *    (SPEL-POS = LENGTH + 1 ADDS IT AT THE END).
       A000-SUGGINS.
           MOVE SPACES TO LEX-CAND.
           IF SPEL-POS > 1
              MOVE SPEL-WORD(1:SPEL-POS - 1)
                TO LEX-CAND(1:SPEL-POS - 1)
           END-IF.
           MOVE SPEL-ALPHA(SPEL-LET:1) TO LEX-CAND(SPEL-POS:1).
           IF SPEL-POS NOT > SPEL-LEN
              MOVE SPEL-WORD(SPEL-POS:SPEL-LEN - SPEL-POS + 1)
                TO LEX-CAND(SPEL-POS + 1:SPEL-LEN - SPEL-POS + 1)
           END-IF.

      *
       A000-SUGGTRY.
           IF LEX-CAND NOT = SPEL-WORD
              PERFORM A000-LEXFIND
              IF LEX-FOUND
                 MOVE 'N' TO SUGG-DUP-SW
                 PERFORM VARYING SUGG-IX FROM 1 BY 1
                           UNTIL SUGG-IX > SPEL-SUGG-N
                         IF SPEL-SUGG(SUGG-IX) = LEX-CAND
                            SET SUGG-DUP TO TRUE
                         END-IF
                 END-PERFORM
                 IF NOT SUGG-DUP
                    ADD 1 TO SPEL-SUGG-N
                    MOVE LEX-CAND TO SPEL-SUGG(SPEL-SUGG-N)
                 END-IF
              END-IF
           END-IF.

      *
      *    THE WORD IS PRINTED AS IT APPEARED IN THE TEXT; THE
      *    SUGGESTIONS COME FROM THE LEXICON, IN UPPER CASE.
       A000-WRITESPEL.
           ADD 1 TO SPEL-MEMB-COUNT.
           ADD 1 TO SPEL-RUN-COUNT.
           IF CUR-TAG-IX > 0
              ADD 1 TO TAG-SPEL-COUNT(CUR-TAG-IX)
           END-IF.
           MOVE SPACES TO PRT-SPEL-REC.
           MOVE PRT-WORD       TO SPL-WORD.
           MOVE CURRENT-MEMBER TO SPL-MEMBER.
           MOVE DOC-TAG        TO SPL-DOCTAG.
           MOVE LINE-COUNT     TO SPL-LINE.
           MOVE TOKEN-COL      TO SPL-COL.
           MOVE SPEL-SUGG(1)   TO SPL-SUGG1.
           MOVE SPEL-SUGG(2)   TO SPL-SUGG2.
           MOVE SPEL-SUGG(3)   TO SPL-SUGG3.
           ADD 1 TO SPEL-OUT-RECS
           WRITE PRT-SPEL-REC.

      *
       A000-PUNC.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PUNC-COUNT-N
           MOVE LINE-COUNT    TO PD-LINE.                                       
           MOVE DOC-TAG       TO PD-DOCTAG.                                     
           MOVE CURRENT-MEMBER TO PD-MEMBER.                                    
           ADD 1 TO DETL-OUT-RECS                                               
           WRITE PRT-DETAIL-REC.                                                
           ACCEPT REFMOD-TIME-ITEM FROM TIME.                                   
           MOVE FUNCTION CURRENT-DATE(1:8) TO YYYYMMDD.                         
           MOVE LINE-COUNT     TO PRT-VAL.                                      
           MOVE DOC-TAG        TO PRT-DOCTAG.                                   
           MOVE CURRENT-MEMBER TO PRT-MEMBER.                                   
           ADD 1 TO DONE-OUT-RECS                                               
           WRITE PRT-REC-DONE.                                                  
           PERFORM A000-WRITECSV.                                               
           MOVE SPACES TO PRT-DOCTAG.                                           
                        CURRENT-MEMBER DELIMITED BY SPACE                       
                    INTO PRT-COMMENT                                            
              END-IF                                                            
              ADD 1 TO DONE-OUT-RECS
              WRITE PRT-REC-DONE
              PERFORM A000-WRITECSV
           END-IF.
      *    FINDS THE TABLE ALREADY CLEARED (OR GUARDED HERE IN
      *    SINGLE-MEMBER MODE) SO TAG BLOCKS ARE NEVER REPEATED
      *    UNDER THE GRAND TOTAL.
      *    WITH CONTROL TOTALS ON, THE MEMBER'S TRANSMISSION
      *    OUTCOME COMES FIRST - ANYTHING BELOW IT FOR A HELD MEMBER
      *    IS ZERO.
           IF CTL-TOTAL-MODE AND NOT DUP-RUN-STOPPED
              PERFORM A000-CTLDONE
           END-IF.
           IF CURRENT-MEMBER NOT = "*GRAND-TOTAL*"
              AND TAG-COUNT-N > 0
              PERFORM A000-TAGDONE
           END-IF.
           IF CHARGE-USAGE AND CURRENT-MEMBER NOT = "*GRAND-TOTAL*"
              PERFORM A000-CHGWRITE
           END-IF.
           IF SPELL-CHECK
              PERFORM A000-SPELTOT
           END-IF.
           IF SENSITIVE-SCAN
              PERFORM A000-SCANTOT
           END-IF.
      *    CONTROL-TOTAL BLOCK: EVERY RECORD READ IS ACCOUNTED FOR
      *    AS EITHER PROCESSED OR REJECTED, SO THE RUN CAN BE
      *    BALANCED BEFORE ANYONE TRUSTS THE COUNTS BELOW IT.
           MOVE "RECORDS READ " TO PRT-COMMENT.
           MOVE RECS-READ TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
           MOVE "RECORDS PROCESSED " TO PRT-COMMENT.
           MOVE RECS-PROCESSED TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
           MOVE "RECORDS REJECTED " TO PRT-COMMENT.
           MOVE RECS-REJECTED TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
              COMPUTE PRT-VAL =
                 RECS-READ - RECS-PROCESSED - RECS-REJECTED
           END-IF.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
           MOVE "TOTAL words " TO PRT-COMMENT.
           MOVE WORD-COUNT TO PRT-VAL.                                          
           ADD 1 TO DONE-OUT-RECS                                               
           WRITE PRT-REC-DONE                                                   
           PERFORM A000-WRITECSV.                                               
      *    SUPPRESSION COUNTS PER NORMALIZATION RULE, SO TOTAL
      *    WORDS PLUS THE SUPPRESSED ROWS BELOW STILL RECONCILES TO
      *    THE UNSCREENED TOKEN COUNT OF AN UNFILTERED RUN.
           MOVE SPACES TO PRT-COMMENT.
           MOVE "STOPWORD SUPPRESSED " TO PRT-COMMENT.
           MOVE STOP-SUPP-COUNT TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
           MOVE "NUMERIC SUPPRESSED " TO PRT-COMMENT.
           MOVE NUM-SUPP-COUNT TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
           MOVE "MINLEN SUPPRESSED " TO PRT-COMMENT.
           MOVE LEN-SUPP-COUNT TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
      *    WITH THE SENSITIVE-DATA SCAN ON, THE TOKENS IT MASKED
      *    ARE A FOURTH SUPPRESSION ROW AND THE PATTERN MATCHES
      *    FOLLOW IT. A RUN WITHOUT THE SCAN CARRIES NEITHER ROW,
      *    SO ITS PRT-DONE AND PRT-CSV ARE LAID OUT AS BEFORE.
           IF SENSITIVE-SCAN
              MOVE SPACES TO PRT-COMMENT
              MOVE "MASKED SUPPRESSED " TO PRT-COMMENT
              MOVE MASK-SUPP-COUNT TO PRT-VAL
              ADD 1 TO DONE-OUT-RECS
              WRITE PRT-REC-DONE
              PERFORM A000-WRITECSV
              MOVE SPACES TO PRT-COMMENT
              MOVE "SENSITIVE MATCHES " TO PRT-COMMENT
              MOVE SCAN-HIT-COUNT TO PRT-VAL
              ADD 1 TO DONE-OUT-RECS
              WRITE PRT-REC-DONE
              PERFORM A000-WRITECSV
           END-IF.
      *    END-OF-LINE HYPHEN FRAGMENTS JOINED BACK INTO WHOLE
      *    WORDS (HYPHEN Y) - ZERO WHEN THE MODE IS OFF, SO THE
      *    ROW DOUBLES AS A VISIBLE RECORD OF WHETHER IT RAN.
           MOVE SPACES TO PRT-COMMENT.
           MOVE "HYPHEN REJOINED " TO PRT-COMMENT.
           MOVE HYPH-JOIN-COUNT TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
      *                                                                         
           MOVE ZEROS TO PRT-VAL.                                               
           MOVE "SIX LETTER count " TO PRT-COMMENT.                             
           MOVE SIXW-COUNT TO PRT-VAL.                                          
           ADD 1 TO DONE-OUT-RECS                                               
           WRITE PRT-REC-DONE                                                   
           PERFORM A000-WRITECSV.                                               
      *                                                                         
           MOVE ZEROS TO PRT-VAL.                                               
           MOVE "KEYWORD TOTAL " TO PRT-COMMENT.                                
           MOVE THEW-COUNT TO PRT-VAL.                                          
           ADD 1 TO DONE-OUT-RECS                                               
           WRITE PRT-REC-DONE                                                   
           PERFORM A000-WRITECSV.                                               
      *                                                                         
                              DELIMITED BY SIZE
                      INTO PRT-COMMENT
                   MOVE KW-COUNT(KW-IDX) TO PRT-VAL                             
                   ADD 1 TO DONE-OUT-RECS                                       
                   WRITE PRT-REC-DONE                                           
                   PERFORM A000-WRITECSV                                        
           END-PERFORM.                                                         
           MOVE ZEROS TO PRT-VAL.                                               
           MOVE "PUNC count " TO PRT-COMMENT.                                   
           MOVE PUNC-COUNT TO PRT-VAL.                                          
           ADD 1 TO DONE-OUT-RECS                                               
           WRITE PRT-REC-DONE                                                   
           PERFORM A000-WRITECSV.                                               
      *                                                                         
                  LONGEST-WORD DELIMITED BY SPACE                               
              INTO PRT-COMMENT.                                                 
           MOVE LONGEST-WORD-LEN TO PRT-VAL.                                    
           ADD 1 TO DONE-OUT-RECS                                               
           WRITE PRT-REC-DONE                                                   
           PERFORM A000-WRITECSV.                                               
      *                                                                         
                  AVG-LEN-EDIT DELIMITED BY SIZE                                
              INTO PRT-COMMENT.                                                 
           MOVE AVG-LEN-ROUNDED TO PRT-VAL.                                     
           ADD 1 TO DONE-OUT-RECS                                               
           WRITE PRT-REC-DONE                                                   
           PERFORM A000-WRITECSV.                                               
      *    SENTENCE-LEVEL READABILITY SUMMARY.
           MOVE ZEROS TO PRT-VAL.
           MOVE "SENTENCES " TO PRT-COMMENT.
           MOVE SENT-COUNT TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
                  AVG-SENT-EDIT DELIMITED BY SIZE
              INTO PRT-COMMENT.
           MOVE AVG-SENT-ROUNDED TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
           MOVE ZEROS TO PRT-VAL.
           MOVE "LONGEST SENT WORDS " TO PRT-COMMENT.
           MOVE SENT-LONGEST-WORDS TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
           MOVE ZEROS TO PRT-VAL.
           MOVE "LONGEST SENT LINE " TO PRT-COMMENT.
           MOVE SENT-LONGEST-LINE TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
      *                                                                         
                         INTO PRT-COMMENT                                       
                   END-IF                                                       
                   MOVE LEN-HISTOGRAM(LX) TO PRT-VAL                            
                   ADD 1 TO DONE-OUT-RECS                                       
                   WRITE PRT-REC-DONE                                           
                   PERFORM A000-WRITECSV                                        
           END-PERFORM.                                                         
                 MOVE SPACES TO PRT-COMMENT
                 MOVE ZEROS  TO PRT-VAL
                 MOVE TAGM-DESC(TAGM-HIT-IX)(1:20) TO PRT-COMMENT
                 ADD 1 TO DONE-OUT-RECS
                 WRITE PRT-REC-DONE
                 PERFORM A000-WRITECSV
              END-IF
                  " WORDS"       DELIMITED BY SIZE
              INTO PRT-COMMENT.
           MOVE TAG-WORD-COUNT(TG-IX) TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
                  " SIXLETTER"   DELIMITED BY SIZE
              INTO PRT-COMMENT.
           MOVE TAG-SIXW-COUNT(TG-IX) TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
                  " KEYWORDS"    DELIMITED BY SIZE
              INTO PRT-COMMENT.
           MOVE TAG-THEW-COUNT(TG-IX) TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
      *    THE 20-BYTE COMMENT CANNOT HOLD TAG PLUS A PHRASE, SO
                          KW-ORDINAL     DELIMITED BY SIZE
                      INTO PRT-COMMENT
                   MOVE TAG-KW-COUNT(TG-IX, KW-IDX) TO PRT-VAL
                   ADD 1 TO DONE-OUT-RECS
                   WRITE PRT-REC-DONE
                   PERFORM A000-WRITECSV
           END-PERFORM.
                  " PUNC"        DELIMITED BY SIZE
              INTO PRT-COMMENT.
           MOVE TAG-PUNC-COUNT(TG-IX) TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
                  " LONGEST"     DELIMITED BY SIZE
              INTO PRT-COMMENT.
           MOVE TAG-LONGEST-LEN(TG-IX) TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.
                  " AVGLEN"      DELIMITED BY SIZE
              INTO PRT-COMMENT.
           MOVE AVG-LEN-ROUNDED TO PRT-VAL.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > 20
                         INTO PRT-COMMENT
                   END-IF
                   MOVE TAG-LEN-HIST(TG-IX, LX) TO PRT-VAL
                   ADD 1 TO DONE-OUT-RECS
                   WRITE PRT-REC-DONE
                   PERFORM A000-WRITECSV
           END-PERFORM.

      *
      *    EXCEPTION TOTALS ON PRT-SPEL: ONE LINE PER DOC TAG SEEN
      *    IN THE MEMBER (ZERO MEANS THE TAG CAME THROUGH CLEAN),
      *    HEADED WITH THE MASTER'S DESCRIPTION WHERE THERE IS ONE,
      *    THEN THE MEMBER TOTAL. THE GRAND-TOTAL CALL WRITES THE
      *    RUN TOTAL ONLY - THE TAG TABLE IS ALREADY CLEARED.
       A000-SPELTOT.
           IF CURRENT-MEMBER = "*GRAND-TOTAL*"
              MOVE SPACES TO PRT-SPEL-TOT
              MOVE "* RUN TOTAL EXCEPTIONS" TO SPT-LABEL
              MOVE SPEL-RUN-COUNT TO SPT-COUNT
              ADD 1 TO SPEL-OUT-RECS
              WRITE PRT-SPEL-TOT
           ELSE
              PERFORM VARYING TG-IX FROM 1 BY 1
                        UNTIL TG-IX > TAG-COUNT-N
                      MOVE SPACES TO PRT-SPEL-TOT
                      MOVE "* TAG TOTAL EXCEPTIONS" TO SPT-LABEL
                      MOVE CURRENT-MEMBER TO SPT-MEMBER
                      MOVE TAG-KEY(TG-IX) TO SPT-DOCTAG
                      MOVE TAG-SPEL-COUNT(TG-IX) TO SPT-COUNT
                      IF TAGM-COUNT-N > 0
                         MOVE TAG-KEY(TG-IX) TO EDIT-TAG
                         PERFORM A000-TAGMFIND
                         IF TAGM-HIT-IX > 0
                            MOVE TAGM-DESC(TAGM-HIT-IX) TO SPT-DESC
                         END-IF
                      END-IF
                      ADD 1 TO SPEL-OUT-RECS
                      WRITE PRT-SPEL-TOT
              END-PERFORM
              MOVE SPACES TO PRT-SPEL-TOT
              MOVE "* MEMBER TOTAL EXCEPTIONS" TO SPT-LABEL
              MOVE CURRENT-MEMBER TO SPT-MEMBER
              MOVE SPEL-MEMB-COUNT TO SPT-COUNT
              ADD 1 TO SPEL-OUT-RECS
              WRITE PRT-SPEL-TOT
           END-IF.

      *
      *    SENSITIVE-DATA TOTAL LINE ON PRT-SCAN: THE MEMBER'S
      *    MATCHES AFTER EACH MEMBER, THE RUN'S UNDER THE GRAND
      *    TOTAL (SCAN-HIT-COUNT HOLDS WHICHEVER A000-DONE IS
      *    REPORTING).
       A000-SCANTOT.
           MOVE SPACES TO PRT-SCAN-TOT.
           IF CURRENT-MEMBER = "*GRAND-TOTAL*"
              MOVE "* RUN TOTAL MATCHES" TO SCT-LABEL
           ELSE
              MOVE "* MEMBER TOTAL MATCHES" TO SCT-LABEL
              MOVE CURRENT-MEMBER TO SCT-MEMBER
           END-IF.
           MOVE SCAN-HIT-COUNT TO SCT-COUNT.
           ADD 1 TO SCAN-OUT-RECS
           WRITE PRT-SCAN-TOT.

      *
      *    CONTROL-TOTAL ROWS: "CTL OK" AND THE BATCH NUMBER WITH ITS
      *    TEXT RECORD COUNT, OR "CTL HELD" AND THE REASON WITH THE
      *    RECORDS SENT TO REJFILE; THE GRAND TOTAL GIVES THE
      *    MEMBERS AND RECORDS HELD ACROSS THE RUN.
       A000-CTLDONE.
           MOVE SPACES TO PRT-COMMENT.
           IF CURRENT-MEMBER = "*GRAND-TOTAL*"
              MOVE "CTL MEMBERS HELD " TO PRT-COMMENT
              MOVE GRAND-CTL-HELD-MEMBS TO PRT-VAL
              ADD 1 TO DONE-OUT-RECS
              WRITE PRT-REC-DONE
              PERFORM A000-WRITECSV
              MOVE SPACES TO PRT-COMMENT
              MOVE "CTL RECORDS HELD " TO PRT-COMMENT
              MOVE GRAND-CTL-HELD-RECS TO PRT-VAL
           ELSE
              IF CTL-MEMB-HELD
                 STRING "CTL HELD " CTL-REASON DELIMITED BY SIZE
                    INTO PRT-COMMENT
                 MOVE CTL-HELD-RECS TO PRT-VAL
              ELSE
                 STRING "CTL OK " CTL-BATCH DELIMITED BY SIZE
                    INTO PRT-COMMENT
                 MOVE CTL-BODY-N TO PRT-VAL
              END-IF
           END-IF.
           ADD 1 TO DONE-OUT-RECS
           WRITE PRT-REC-DONE
           PERFORM A000-WRITECSV.
           MOVE SPACES TO PRT-COMMENT.

      *
       A000-WRITECSV.
           MOVE PRT-VAL TO CSV-VAL.                                             
                  ","                    DELIMITED BY SIZE                      
                  CSV-VAL                DELIMITED BY SIZE                      
              INTO PRT-CSV-REC.                                                 
           ADD 1 TO CSV-OUT-RECS                                                
           WRITE PRT-CSV-REC.                                                   
                                                                                
      *                                                                         
              MOVE SPACES TO PRT-DOCTAG                                         
              MOVE SPACES TO PRT-MEMBER                                         
              MOVE "KEYWORD TABLE FULL" TO PRT-COMMENT                          
              ADD 1 TO DONE-OUT-RECS                                            
              WRITE PRT-REC-DONE                                                
              PERFORM A000-WRITECSV                                             
           END-IF.                                                              
              MOVE SPACES TO PRT-DOCTAG
              MOVE SPACES TO PRT-MEMBER
              MOVE "PUNC TABLE FULL" TO PRT-COMMENT
              ADD 1 TO DONE-OUT-RECS
              WRITE PRT-REC-DONE
              PERFORM A000-WRITECSV
           END-IF.
              MOVE SPACES TO PRT-DOCTAG
              MOVE SPACES TO PRT-MEMBER
              MOVE "STOPWORD TABLE FULL" TO PRT-COMMENT
              ADD 1 TO DONE-OUT-RECS
              WRITE PRT-REC-DONE
              PERFORM A000-WRITECSV
           END-IF.
              MOVE SPACES TO PRT-DOCTAG
              MOVE SPACES TO PRT-MEMBER
              MOVE "DOC TAG TABLE FULL" TO PRT-COMMENT
              ADD 1 TO DONE-OUT-RECS
              WRITE PRT-REC-DONE
              PERFORM A000-WRITECSV
           END-IF.
              MOVE SPACES TO PRT-DOCTAG
              MOVE SPACES TO PRT-MEMBER
              MOVE "XMEM DIRECTORY FULL" TO PRT-COMMENT
              ADD 1 TO DONE-OUT-RECS
              WRITE PRT-REC-DONE
              PERFORM A000-WRITECSV
           END-IF.
              MOVE SPACES TO PRT-DOCTAG
              MOVE SPACES TO PRT-MEMBER
              MOVE "TAG MASTER FULL" TO PRT-COMMENT
              ADD 1 TO DONE-OUT-RECS
              WRITE PRT-REC-DONE
              PERFORM A000-WRITECSV
           END-IF.
       A000-CONCOUT.
           OPEN OUTPUT PRT-CONC.
           OPEN OUTPUT CONC-CNTF.
           IF HISTORY-POST
              IF MEMB-CKPT-ON
                 MOVE 'H' TO MCK-MARK
                 PERFORM A000-MCKMARK
              END-IF
              OPEN EXTEND WORD-HIST
           END-IF.
           IF MULTI-MEMBER-MODE
              OPEN OUTPUT PRT-XMEM
              MOVE ZEROS TO XMEM-WORD-CT
           END-IF.
           CLOSE PRT-CONC.
           CLOSE CONC-CNTF.
           IF HISTORY-POST
              CLOSE WORD-HIST
           END-IF.

      *
       A000-CONCRET.
      *
      *    END OF ONE WORD'S RUN ON THE SORTED STREAM: WRITE ITS
      *    PRT-CONC LINE, ITS COUNTED RECORD FOR THE RANKING SORT,
      *    (IN MEMBER-LIST MODE) ITS CROSS-MEMBER LINES, AND (WITH
      *    HISTORY Y) ITS WORD HISTORY RECORDS.
       A000-CONCBREAK.
           MOVE SPACES TO PRT-CONC-REC.
           MOVE CONC-CUR-WORD    TO PC-WORD.
           IF MULTI-MEMBER-MODE
              PERFORM A000-XMEMWORD
           END-IF.
           IF HISTORY-POST
              PERFORM A000-HISTPOST
           END-IF.
           MOVE 'N' TO CONC-PEND-SW.

      *
      *    ONE HISTORY RECORD PER MEMBER THE WORD APPEARED IN, FROM
      *    THE SAME PER-SLOT SPLIT PRT-XMEM USES. A MEMBER-LIST RUN
      *    WITH MORE MEMBERS THAN SLOTS POSTS THE UNSLOTTED
      *    REMAINDER UNDER *OVERFLW SO THE RUN'S TOTAL STILL
      *    RECONCILES TO PRT-CONC - UNLESS ONE OF THOSE UNSLOTTED
      *    MEMBERS WAS ALREADY POSTED TODAY, WHEN THE REMAINDER
      *    CANNOT BE SPLIT AND IS NOT POSTED AT ALL.
       A000-HISTPOST.
           IF MULTI-MEMBER-MODE
              MOVE CONC-CUR-CNT TO HIST-REST
              PERFORM VARYING MN-IX FROM 1 BY 1
                        UNTIL MN-IX > MEMB-COUNT-N
                      IF CONC-MEMB-CNT(MN-IX) > 0
                         SUBTRACT CONC-MEMB-CNT(MN-IX) FROM HIST-REST
                         IF MEMB-HIST-SKIP(MN-IX) NOT = 'Y'
                            MOVE MEMB-NAME(MN-IX)     TO HIST-MEMBER
                            MOVE CONC-MEMB-CNT(MN-IX) TO HIST-COUNT
                            PERFORM A000-HISTWRITE
                         END-IF
                      END-IF
              END-PERFORM
              IF HIST-REST > 0 AND NOT OVERFLOW-DUP-SKIPPED
                 MOVE "*OVERFLW" TO HIST-MEMBER
                 MOVE HIST-REST  TO HIST-COUNT
                 PERFORM A000-HISTWRITE
              END-IF
           ELSE
              IF NOT DUP-MEMB
                 IF RUN-NAME = SPACES
                    MOVE "*SINGLE*" TO HIST-MEMBER
                 ELSE
                    MOVE RUN-NAME   TO HIST-MEMBER
                 END-IF
                 MOVE CONC-CUR-CNT TO HIST-COUNT
                 PERFORM A000-HISTWRITE
              END-IF
           END-IF.

      *
       A000-HISTWRITE.
           MOVE SPACES TO HIS-REC.
           MOVE RUN-STAMP(1:8) TO HIS-DATE.
           MOVE HIST-MEMBER    TO HIS-MEMBER.
           MOVE HIST-COUNT     TO HIS-COUNT.
           MOVE CONC-CUR-WORD  TO HIS-WORD.
           WRITE HIS-REC.

      *
      *    LOCATES (OR ADDS) THE CHARGEBACK USAGE ENTRY FOR THE TAG
      *    IN CU-WANTED, LEAVING ITS SUBSCRIPT IN CU-HIT-IX. ONCE
      *    199 TAGS ARE IN THE TABLE EVERY FURTHER TAG IS COUNTED IN
      *    THE 200TH ENTRY UNDER *OVERFLW.
       A000-CHGFIND.
           MOVE ZEROS TO CU-HIT-IX.
           PERFORM VARYING CU-IX FROM 1 BY 1
                     UNTIL CU-IX > CHGU-COUNT-N
                        OR CU-HIT-IX > 0
                   IF CU-TAG(CU-IX) = CU-WANTED
                      SET CU-HIT-IX TO CU-IX
                   END-IF
           END-PERFORM.
           IF CU-HIT-IX = 0
              IF CHGU-COUNT-N < 199
                 ADD 1 TO CHGU-COUNT-N
                 MOVE CU-WANTED   TO CU-TAG(CHGU-COUNT-N)
                 MOVE CHGU-COUNT-N TO CU-HIT-IX
              ELSE
                 IF NOT CHGU-OVERFLOW
                    SET CHGU-OVERFLOW TO TRUE
                    DISPLAY "WARNING: CHARGEBACK TAG TABLE FULL AT "
                            "199 TAGS - FURTHER TAGS ARE CHARGED "
                            "AS *OVERFLW"
                 END-IF
                 MOVE 200 TO CU-HIT-IX
                 IF CHGU-COUNT-N < 200
                    MOVE 200 TO CHGU-COUNT-N
                    MOVE "*OVERFLW" TO CU-TAG(200)
                 END-IF
              END-IF
           END-IF.

      *
      *    WRITES THE FINISHED MEMBER'S CHARGEBACK USAGE, ONE 'D'
      *    RECORD PER TAG, AND CLEARS THE TABLE FOR THE NEXT MEMBER.
      *    WORDS COUNTED COME FROM THE MEMBER'S DOC-TAG SUBTOTALS.
       A000-CHGWRITE.
           PERFORM VARYING CU-IX FROM 1 BY 1
                     UNTIL CU-IX > CHGU-COUNT-N
                   MOVE SPACES TO CHGU-REC
                   MOVE "D"    TO CHGU-TYPE
                   MOVE RUN-STAMP TO CHGU-RUN-STAMP
                   IF MULTI-MEMBER-MODE
                      MOVE CURRENT-MEMBER TO CHGU-MEMBER
                   ELSE
                      IF RUN-NAME = SPACES
                         MOVE "*SINGLE*" TO CHGU-MEMBER
                      ELSE
                         MOVE RUN-NAME   TO CHGU-MEMBER
                      END-IF
                   END-IF
                   MOVE CU-TAG(CU-IX)     TO CHGU-TAG
                   MOVE CU-LINES(CU-IX)   TO CHGU-LINES
                   MOVE CU-REJECTS(CU-IX) TO CHGU-REJECTS
                   MOVE CU-HELD(CU-IX)    TO CHGU-HELD
                   MOVE ZEROS TO CHGU-WORDS
                   PERFORM VARYING TG-IX FROM 1 BY 1
                             UNTIL TG-IX > TAG-COUNT-N
                           IF TAG-KEY(TG-IX) = CU-TAG(CU-IX)
                              MOVE TAG-WORD-COUNT(TG-IX)
                                TO CHGU-WORDS
                           END-IF
                   END-PERFORM
                   IF CHARGE-PARTIAL
                      MOVE "R" TO CHGU-PARTIAL
                   END-IF
                   WRITE CHGU-REC
                   ADD 1 TO CHG-OUT-RECS
                   MOVE SPACES TO CU-TAG(CU-IX)
                   MOVE ZEROS  TO CU-LINES(CU-IX)
                   MOVE ZEROS  TO CU-REJECTS(CU-IX)
                   MOVE ZEROS  TO CU-HELD(CU-IX)
           END-PERFORM.
           MOVE ZEROS TO CHGU-COUNT-N.

      *
      *    CLOSES THE USAGE FILE WITH ITS 'T' RECORD. THE COUNT IS
      *    OF THE WHOLE FILE, INCLUDING ANY RECORDS A RESUMED MEMBER
      *    LIST COPIED BACK.
       A000-CHGTRAIL.
           MOVE SPACES TO CHGT-REC.
           MOVE "T"          TO CHGT-TYPE.
           MOVE RUN-STAMP    TO CHGT-RUN-STAMP.
           MOVE CHG-OUT-RECS TO CHGT-COUNT.
           IF CHARGE-PARTIAL
              MOVE "R" TO CHGT-PARTIAL
           END-IF.
           WRITE CHGT-REC.

      *
      *    CROSS-MEMBER VOCABULARY SUMMARY - THE PER-WORD LINES
      *    WERE ALREADY STREAMED OUT BY A000-XMEMWORD AS THE SORTED
      *    THE PGM-VARIABLES HOLD THE RUN TOTALS (GRAND TOTALS WERE
      *    LOADED BACK IN MEMBER-LIST MODE).
       A000-WRAPUP.
           IF RECS-READ = 0 AND GRAND-CTL-HELD-MEMBS = 0
              SET EMPTY-INPUT TO TRUE
              DISPLAY "WARNING: NO INPUT RECORDS WERE READ - "
                      "OUTPUTS ARE EMPTY"
           END-IF.
           IF SCAN-HIT-COUNT > 0
              DISPLAY "WARNING: " SCAN-HIT-COUNT " SENSITIVE-DATA "
                      "MATCHES WERE MASKED - SEE PRTSCAN"
           END-IF.
           IF KEYWORD-OVERFLOW OR PUNC-OVERFLOW
              OR STOP-OVERFLOW OR TAG-OVERFLOW
              OR XMEM-OVERFLOW OR TAGM-OVERFLOW
              OR DICT-SKIPPED OR RESTART-REBUILT OR PHRASE-TOO-LONG
              OR DICT-WRITE-FAILED OR DUP-RUN-SKIPPED
              OR PARM-WARNED OR RECS-REJECTED > 0
              OR LEXICON-WARNED OR HISTORY-SKIPPED
              OR RESUME-WARNED OR SCAN-OVERFLOW
              OR SCAN-HIT-COUNT > 0 OR CTLB-OVERFLOW
              OR OCC-INDEX-FAILED OR OCC-WRITE-FAILED
              OR CHARGE-PARTIAL OR CHGU-OVERFLOW
              MOVE 4 TO RC-CAND
              PERFORM A000-RAISE-RC
           END-IF.
           IF GRAND-CTL-HELD-MEMBS > 0
              DISPLAY "WARNING: " GRAND-CTL-HELD-MEMBS " MEMBER(S) "
                      "HELD BY THE CONTROL-TOTAL CHECK - SEE "
                      "REJFILE AND PRT-DONE"
           END-IF.
           IF EMPTY-INPUT OR GRAND-CTL-HELD-MEMBS > 0
              MOVE 8 TO RC-CAND
              PERFORM A000-RAISE-RC
           END-IF.
           IF PARM-ERROR OR RESUME-REFUSED OR SCAN-DECK-ERROR
              MOVE 12 TO RC-CAND
              PERFORM A000-RAISE-RC
           END-IF.
           MOVE RECS-READ       TO AUD-READ.
           MOVE RECS-REJECTED   TO AUD-REJECTS.
      *    POSITIONS 1 AND 5 (CONC/PAIR TABLE FULL) STAY "N" - THE
      *    EXTERNAL-SORT COUNTING PASSES HAVE NO CEILING TO HIT -
      *    AND 6 AND 7 NO LONGER FIRE (SEE AUD-WARNINGS).
           MOVE ALL "N"         TO AUD-WARNINGS.
           IF KEYWORD-OVERFLOW  MOVE "Y" TO AUD-WARNINGS(2:1).
           IF PUNC-OVERFLOW     MOVE "Y" TO AUD-WARNINGS(3:1).
           MOVE "N"             TO AUD-WARN-DUPSKIP.
           IF TAGM-OVERFLOW     MOVE "Y" TO AUD-WARN-TAGM.
           IF DUP-RUN-SKIPPED   MOVE "Y" TO AUD-WARN-DUPSKIP.
           MOVE SPELL-SW        TO AUD-SPELL.
           MOVE "N"             TO AUD-WARN-LEX.
           IF LEXICON-WARNED    MOVE "Y" TO AUD-WARN-LEX.
           MOVE HISTORY-SW      TO AUD-HISTORY.
           IF HISTORY-SKIPPED   MOVE "S" TO AUD-HISTORY.
           MOVE ZEROS           TO AUD-RESUME-FROM.
           IF RESUME-ACTIVE     MOVE RESUME-FROM TO AUD-RESUME-FROM.
           MOVE SCAN-SW         TO AUD-SCAN.
           IF SCAN-DECK-ERROR OR SCAN-OVERFLOW
                                MOVE "E" TO AUD-SCAN.
           IF SCAN-HIT-COUNT > 99999
              MOVE 99999        TO AUD-SCAN-HITS
           ELSE
              MOVE SCAN-HIT-COUNT TO AUD-SCAN-HITS
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           WRITE AUD-REC.
           CLOSE AUDIT-LOG.

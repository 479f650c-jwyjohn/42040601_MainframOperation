       IDENTIFICATION DIVISION.
      ****************************************************************
      *    IDENTIFICATION DIVISION                                   *
      *    DOC-TAG MASTER MAINTENANCE                                *
      *    AUTHOR      JIANGWENYUAN                                  *
      *    STUDNET ID  1951510                                       *
      *    HLQ         ST006                                         *
      ****************************************************************
       PROGRAM-ID.    TAGMNT.
       AUTHOR.        JWY.
      *
      *    MAINTENANCE FRONT END FOR THE DOC-TAG MASTER (TAGMSTR)
      *    THAT STRLAB'S EDIT PASS AUTHORIZES DOC TAGS AGAINST. THE
      *    CURRENT MASTER IS READ WHOLE, THE COMMAND CARDS ARE
      *    APPLIED TO IT IN STORAGE, AND A NEW MASTER IS WRITTEN TO
      *    TAGNEW IN KEY SEQUENCE FOR THE JOB TO COPY OVER TAGMSTR.
      *    ONE COMMAND CARD PER TMNTCTL RECORD, LAID OUT LIKE THE
      *    MASTER ITSELF - COMMAND IN COLUMNS 1-10, TAG KEY 11-18,
      *    DESCRIPTION 21-60, DEPARTMENT 63-70, AUTHORIZER 73-80:
      *       ADD        - NEW TAG; KEY, DESCRIPTION, DEPARTMENT AND
      *                    AUTHORIZER ALL REQUIRED
      *       CHANGE     - NEW DESCRIPTION AND/OR DEPARTMENT FOR AN
      *                    EXISTING TAG; A BLANK FIELD IS LEFT AS IT
      *                    IS. AUTHORIZER REQUIRED
      *       DELETE     - REMOVE THE TAG FROM THE MASTER.
      *                    AUTHORIZER REQUIRED
      *       INACTIVATE - KEEP THE TAG ON THE MASTER BUT MARK IT
      *                    INACTIVE AS OF TODAY; STRLAB NO LONGER
      *                    AUTHORIZES IT, AND THE KEY STAYS RESERVED
      *                    SO IT CANNOT BE RE-ADDED FOR A DIFFERENT
      *                    OWNER. AUTHORIZER REQUIRED
      *       LIST       - EVERY TAG IN KEY SEQUENCE
      *       LISTDEPT   - EVERY TAG IN DEPARTMENT/KEY SEQUENCE WITH
      *                    A COUNT PER DEPARTMENT; A DEPARTMENT IN
      *                    COLUMNS 11-18 LISTS THAT DEPARTMENT ONLY
      *    KEYS ARE HELD TO THE SAME TAG-CHARACTER RULES STRLAB'S
      *    EDIT PASS APPLIES TO DOC TAGS, AND A KEY ALREADY ON THE
      *    MASTER (ACTIVE OR NOT) IS NEVER ADDED TWICE. A REFUSED
      *    CARD IS LISTED WITH ITS REASON AND ENDS THE RUN 4. A
      *    MASTER RECORD THAT IS ITSELF DUPLICATED OR BADLY KEYED IS
      *    DROPPED ON LOAD THE SAME WAY. EVERY CHANGE TO THE MASTER
      *    IS APPENDED TO THE PERMANENT CHANGE LOG TAGLOG WITH THE
      *    DATE, TIME, AUTHORIZER AND THE OLD AND NEW VALUES, SO THE
      *    LOG SHOWS WHO AUTHORIZED EVERY TAG AND WHEN IT STOPPED
      *    BEING VALID. STRLAB HOLDS AT MOST 200 ACTIVE TAGS, SO AN
      *    ADD THAT WOULD TAKE THE MASTER PAST 200 ACTIVE TAGS IS
      *    REFUSED, AND A MASTER THAT ALREADY HOLDS MORE IS FLAGGED
      *    ON LOAD AND ENDS THE RUN 4. ALL RESULTS ARE REPORTED ON
      *    PRTTMNT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAG-MSTR ASSIGN TO TAGMSTR.
           SELECT TAG-NEW   ASSIGN TO TAGNEW.
           SELECT TMNT-CTL  ASSIGN TO TMNTCTL.
           SELECT OPTIONAL TAG-LOG ASSIGN TO TAGLOG.
           SELECT PRT-TMNT  ASSIGN TO PRTTMNT.
           SELECT TAG-SORT  ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
      *    RECORD LAYOUT MUST STAY IN STEP WITH THE TAG-MSTR FD IN
      *    STRLAB - BOTH PROGRAMS READ THE SAME MASTER. A BLANK
      *    STATUS (EVERY HAND-KEYED RECORD) IS AN ACTIVE TAG.
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

       FD  TAG-NEW RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 TAG-NEW-REC       PIC X(80) VALUE SPACES.

       FD  TMNT-CTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01 TMNT-REC.
          05 TM-CMD         PIC X(10) VALUE SPACES.
          05 TM-KEY         PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TM-DESC        PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TM-DEPT        PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 TM-AUTH        PIC X(8)  VALUE SPACES.

      *    ONE RECORD PER CHANGE TO THE MASTER, NEVER REWRITTEN.
      *    ACTION IS ADD, CHANGE, DELETE, INACTIVE OR LOADDROP (A
      *    BAD MASTER RECORD DROPPED ON LOAD - AUTHORIZER *LOAD*).
       FD  TAG-LOG RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       01 LOG-REC.
          05 LOG-DATE       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-TIME       PIC X(6)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-ACTION     PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-KEY        PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-AUTH       PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-OLD-DESC   PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-OLD-DEPT   PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-OLD-STATUS PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-NEW-DESC   PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-NEW-DEPT   PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(1)  VALUE SPACES.
          05 LOG-NEW-STATUS PIC X(1)  VALUE SPACES.
          05 FILLER         PIC X(14) VALUE SPACES.

       FD  PRT-TMNT RECORD CONTAINS 132 CHARACTERS RECORDING MODE F.
       01 PRT-TMNT-REC.
          05 PT-KEY         PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 PT-DESC        PIC X(40) VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 PT-DEPT        PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 PT-STATUS      PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 PT-STDATE      PIC X(8)  VALUE SPACES.
          05 FILLER         PIC X(2)  VALUE SPACES.
          05 PT-NOTE        PIC X(50) VALUE SPACES.

      *    ST-CLASS KEEPS THE MASTER'S COMMENT CARDS AHEAD OF THE
      *    TAGS IN THEIR ORIGINAL ORDER (ST-SEQ) WHEN THE NEW
      *    MASTER IS WRITTEN.
       SD  TAG-SORT RECORD CONTAINS 101 CHARACTERS.
       01 ST-REC.
          05 ST-CLASS       PIC X(1).
          05 ST-DEPT        PIC X(8).
          05 ST-KEY         PIC X(8).
          05 ST-SEQ         PIC 9(4).
          05 ST-DATA.
             10 ST-TAG-KEY  PIC X(8).
             10 FILLER      PIC X(2).
             10 ST-DESC     PIC X(40).
             10 FILLER      PIC X(2).
             10 ST-TAG-DEPT PIC X(8).
             10 FILLER      PIC X(2).
             10 ST-STATUS   PIC X(1).
             10 FILLER      PIC X(1).
             10 ST-STDATE   PIC X(8).
             10 FILLER      PIC X(8).

       WORKING-STORAGE SECTION.

       01 TMNT-SWITCHES.
          05 CTL-EOF-SW     PIC X(1)  VALUE 'N'.
             88 CTL-EOF               VALUE 'Y'.
          05 SORT-EOF-SW    PIC X(1)  VALUE 'N'.
             88 SORT-EOF              VALUE 'Y'.
          05 FOUND-SW       PIC X(1)  VALUE 'N'.
             88 FOUND                 VALUE 'Y'.
          05 EDIT-OK-SW     PIC X(1)  VALUE 'Y'.
             88 EDIT-OK               VALUE 'Y'.
          05 EDIT-TAG-ENDED-SW PIC X(1) VALUE 'N'.
             88 EDIT-TAG-ENDED        VALUE 'Y'.
          05 LIST-MODE      PIC X(1)  VALUE SPACE.
             88 LIST-BY-KEY           VALUE 'K'.
             88 LIST-BY-DEPT          VALUE 'D'.
             88 LIST-NEW-MASTER       VALUE 'M'.
          05 DEPT-PEND-SW   PIC X(1)  VALUE 'N'.
             88 DEPT-PENDING          VALUE 'Y'.

      *    THE MASTER IN STORAGE. A DELETED ENTRY STAYS IN ITS SLOT
      *    MARKED GONE AND IS SIMPLY NOT WRITTEN TO THE NEW MASTER.
       01 TAG-TABLE.
          05 TAG-COUNT-N    PIC 9(4)  VALUE ZEROS.
          05 TAG-ENT OCCURS 1000 TIMES INDEXED BY TT-IX.
             10 TT-REC.
                15 TT-KEY       PIC X(8).
                15 FILLER       PIC X(2).
                15 TT-DESC      PIC X(40).
                15 FILLER       PIC X(2).
                15 TT-DEPT      PIC X(8).
                15 FILLER       PIC X(2).
                15 TT-STATUS    PIC X(1).
                   88 TT-INACTIVE       VALUE 'I'.
                15 FILLER       PIC X(1).
                15 TT-STDATE    PIC X(8).
                15 FILLER       PIC X(8).
             10 TT-CLASS        PIC X(1).
                88 TT-COMMENT           VALUE '0'.
                88 TT-TAG               VALUE '1'.
             10 TT-GONE-SW      PIC X(1).
                88 TT-GONE              VALUE 'Y'.

       01 TMNT-COUNTERS.
          05 LOADED-COUNT   PIC 9(6)  VALUE ZEROS.
          05 DROPPED-COUNT  PIC 9(6)  VALUE ZEROS.
          05 ADDED-COUNT    PIC 9(6)  VALUE ZEROS.
          05 CHANGED-COUNT  PIC 9(6)  VALUE ZEROS.
          05 DELETED-COUNT  PIC 9(6)  VALUE ZEROS.
          05 INACT-COUNT    PIC 9(6)  VALUE ZEROS.
          05 REFUSED-COUNT  PIC 9(6)  VALUE ZEROS.
          05 WRITTEN-COUNT  PIC 9(6)  VALUE ZEROS.
          05 LISTED-COUNT   PIC 9(6)  VALUE ZEROS.
          05 DEPT-COUNT     PIC 9(6)  VALUE ZEROS.
          05 ACTIVE-COUNT   PIC 9(6)  VALUE ZEROS.

       01 TMNT-VARIABLES.
          05 TODAY-STAMP    PIC X(14) VALUE SPACES.
          05 FOUND-IX       PIC 9(4)  VALUE ZEROS.
          05 LIST-DEPT      PIC X(8)  VALUE SPACES.
          05 CUR-DEPT       PIC X(8)  VALUE SPACES.
          05 REFUSE-REASON  PIC X(50) VALUE SPACES.
          05 EDIT-IX        PIC 9(3)  VALUE ZEROS.
          05 EDIT-TAG       PIC X(8)  VALUE SPACES.
          05 EDIT-CHAR      PIC X(1)  VALUE SPACE.
             88 EDIT-TAG-CHAR VALUES "A" THRU "I"
                                     "J" THRU "R"
                                     "S" THRU "Z"
                                     "0" THRU "9".
          05 EDIT-COUNT     PIC Z(5)9.

      ****************************************************************
      *    PROCEDURE DIVISION                                        *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TODAY-STAMP.
           OPEN OUTPUT PRT-TMNT.
           OPEN EXTEND TAG-LOG.
           PERFORM A000-LOADMSTR.
           OPEN INPUT TMNT-CTL.
           READ TMNT-CTL
           AT END
              SET CTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CTL-EOF
                   PERFORM A000-ONECMD
                   READ TMNT-CTL
                   AT END
                      SET CTL-EOF TO TRUE
                   END-READ
           END-PERFORM.
           CLOSE TMNT-CTL.
           PERFORM A000-NEWMSTR.
           PERFORM A000-TOTALS.
           CLOSE TAG-LOG.
           CLOSE PRT-TMNT.
           STOP RUN.

      *
      *    READS THE CURRENT MASTER INTO THE TABLE. COMMENT CARDS
      *    ("*" IN COLUMN 1) ARE CARRIED THROUGH TO THE NEW MASTER;
      *    BLANK CARDS ARE NOT. A RECORD WHOSE KEY BREAKS THE TAG
      *    RULES, OR REPEATS A KEY ALREADY LOADED, COULD NEVER BE
      *    USED AS IT STANDS - IT IS DROPPED AND LOGGED.
       A000-LOADMSTR.
           MOVE ZEROS TO TAG-COUNT-N.
           OPEN INPUT TAG-MSTR.
           READ TAG-MSTR
           AT END
              MOVE HIGH-VALUES TO TAGM-IN-REC
           END-READ.
           PERFORM UNTIL TAGM-IN-REC = HIGH-VALUES
                   IF TAGM-IN-REC NOT = SPACES
                      PERFORM A000-ONELOAD
                   END-IF
                   READ TAG-MSTR
                   AT END
                      MOVE HIGH-VALUES TO TAGM-IN-REC
                   END-READ
           END-PERFORM.
           CLOSE TAG-MSTR.
           IF ACTIVE-COUNT > 200
              MOVE ACTIVE-COUNT TO EDIT-COUNT
              DISPLAY "WARNING: TAGMSTR HOLDS "
                      FUNCTION TRIM(EDIT-COUNT)
                      " ACTIVE TAGS - STRLAB LOADS ONLY THE FIRST 200"
              MOVE SPACES TO PRT-TMNT-REC
              MOVE "* ACTIVE TAGS ON TAGMSTR" TO PT-DESC
              MOVE EDIT-COUNT TO PT-STATUS
              MOVE "MORE THAN 200 - STRLAB LOADS ONLY THE FIRST 200"
                TO PT-NOTE
              WRITE PRT-TMNT-REC
              MOVE 4 TO RETURN-CODE
           END-IF.

      *
       A000-ONELOAD.
           IF TAG-COUNT-N = 1000
              DISPLAY "ERROR: TAG MASTER EXCEEDS 1000 RECORDS - "
                      "NO NEW MASTER CAN BE BUILT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF TAGM-IN-KEY(1:1) = "*"
              ADD 1 TO TAG-COUNT-N
              MOVE TAGM-IN-REC TO TT-REC(TAG-COUNT-N)
              MOVE '0' TO TT-CLASS(TAG-COUNT-N)
              MOVE 'N' TO TT-GONE-SW(TAG-COUNT-N)
           ELSE
              MOVE SPACES TO REFUSE-REASON
              MOVE TAGM-IN-KEY TO EDIT-TAG
              PERFORM A000-TAGEDIT
              IF NOT EDIT-OK
                 MOVE "KEY BREAKS THE TAG RULES - DROPPED ON LOAD"
                   TO REFUSE-REASON
              ELSE
                 PERFORM A000-FINDTAG
                 IF FOUND
                    MOVE "DUPLICATE KEY ON MASTER - DROPPED ON LOAD"
                      TO REFUSE-REASON
                 END-IF
              END-IF
              IF REFUSE-REASON = SPACES
                 ADD 1 TO TAG-COUNT-N
                 ADD 1 TO LOADED-COUNT
                 MOVE TAGM-IN-REC TO TT-REC(TAG-COUNT-N)
                 MOVE '1' TO TT-CLASS(TAG-COUNT-N)
                 MOVE 'N' TO TT-GONE-SW(TAG-COUNT-N)
                 IF NOT TT-INACTIVE(TAG-COUNT-N)
                    ADD 1 TO ACTIVE-COUNT
                 END-IF
              ELSE
                 ADD 1 TO DROPPED-COUNT
                 MOVE 4 TO RETURN-CODE
                 DISPLAY "WARNING: TAGMSTR RECORD " TAGM-IN-KEY
                         " - " REFUSE-REASON
                 MOVE SPACES TO PRT-TMNT-REC
                 MOVE TAGM-IN-KEY  TO PT-KEY
                 MOVE TAGM-IN-DESC TO PT-DESC
                 MOVE TAGM-IN-DEPT TO PT-DEPT
                 MOVE REFUSE-REASON TO PT-NOTE
                 WRITE PRT-TMNT-REC
                 MOVE SPACES TO LOG-REC
                 MOVE "LOADDROP"     TO LOG-ACTION
                 MOVE TAGM-IN-KEY    TO LOG-KEY
                 MOVE "*LOAD*"       TO LOG-AUTH
                 MOVE TAGM-IN-DESC   TO LOG-OLD-DESC
                 MOVE TAGM-IN-DEPT   TO LOG-OLD-DEPT
                 MOVE TAGM-IN-STATUS TO LOG-OLD-STATUS
                 PERFORM A000-LOGCHG
              END-IF
           END-IF.

      *
       A000-ONECMD.
           MOVE SPACES TO REFUSE-REASON.
           EVALUATE TM-CMD
              WHEN "ADD"
                 PERFORM A000-ADD
              WHEN "CHANGE"
                 PERFORM A000-CHANGE
              WHEN "DELETE"
                 PERFORM A000-DELETE
              WHEN "INACTIVATE"
                 PERFORM A000-INACT
              WHEN "LIST"
                 MOVE 'K' TO LIST-MODE
                 MOVE SPACES TO LIST-DEPT
                 PERFORM A000-LIST
              WHEN "LISTDEPT"
                 MOVE 'D' TO LIST-MODE
                 MOVE TM-KEY TO LIST-DEPT
                 PERFORM A000-LIST
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 IF TM-CMD(1:1) NOT = "*"
                    DISPLAY "UNKNOWN TAGMNT COMMAND IGNORED: " TM-CMD
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-EVALUATE.
           IF REFUSE-REASON NOT = SPACES
              PERFORM A000-REFUSE
           END-IF.

      *
      *    LOOKS UP EDIT-TAG AMONG THE TAGS IN THE TABLE (GONE
      *    ENTRIES EXCLUDED); FOUND-IX POINTS AT THE HIT.
       A000-FINDTAG.
           MOVE 'N' TO FOUND-SW.
           MOVE ZEROS TO FOUND-IX.
           PERFORM VARYING TT-IX FROM 1 BY 1
                     UNTIL TT-IX > TAG-COUNT-N OR FOUND
                   IF TT-TAG(TT-IX)
                      AND NOT TT-GONE(TT-IX)
                      AND TT-KEY(TT-IX) = EDIT-TAG
                      SET FOUND TO TRUE
                      SET FOUND-IX TO TT-IX
                   END-IF
           END-PERFORM.

      *
      *    AUTHORIZER AND A WELL-FORMED KEY ARE COMMON TO EVERY
      *    UPDATE COMMAND; THE KEY IS LOOKED UP ON THE WAY.
       A000-UPDCHK.
           IF TM-AUTH = SPACES
              MOVE "NO AUTHORIZER IN COLUMNS 73-80" TO REFUSE-REASON
           ELSE
              MOVE TM-KEY TO EDIT-TAG
              PERFORM A000-TAGEDIT
              IF NOT EDIT-OK
                 MOVE "KEY BREAKS THE TAG RULES - A-Z/0-9 ONLY"
                   TO REFUSE-REASON
              ELSE
                 PERFORM A000-FINDTAG
              END-IF
           END-IF.

      *
       A000-ADD.
           PERFORM A000-UPDCHK.
           IF REFUSE-REASON = SPACES
              EVALUATE TRUE
                 WHEN FOUND
                    IF TT-INACTIVE(FOUND-IX)
                       MOVE "KEY RESERVED BY AN INACTIVE TAG"
                         TO REFUSE-REASON
                    ELSE
                       MOVE "KEY ALREADY ON MASTER" TO REFUSE-REASON
                    END-IF
                 WHEN TM-DESC = SPACES
                    MOVE "NO DESCRIPTION IN COLUMNS 21-60"
                      TO REFUSE-REASON
                 WHEN TM-DEPT = SPACES
                    MOVE "NO DEPARTMENT IN COLUMNS 63-70"
                      TO REFUSE-REASON
                 WHEN TAG-COUNT-N = 1000
                    MOVE "MASTER TABLE FULL AT 1000 RECORDS"
                      TO REFUSE-REASON
                 WHEN ACTIVE-COUNT NOT < 200
                    MOVE "ACTIVE TAG TABLE FULL AT 200"
                      TO REFUSE-REASON
              END-EVALUATE
           END-IF.
           IF REFUSE-REASON = SPACES
              ADD 1 TO TAG-COUNT-N
              MOVE SPACES  TO TT-REC(TAG-COUNT-N)
              MOVE TM-KEY  TO TT-KEY(TAG-COUNT-N)
              MOVE TM-DESC TO TT-DESC(TAG-COUNT-N)
              MOVE TM-DEPT TO TT-DEPT(TAG-COUNT-N)
              MOVE '1' TO TT-CLASS(TAG-COUNT-N)
              MOVE 'N' TO TT-GONE-SW(TAG-COUNT-N)
              ADD 1 TO ADDED-COUNT
              ADD 1 TO ACTIVE-COUNT
              MOVE SPACES  TO LOG-REC
              MOVE "ADD"   TO LOG-ACTION
              MOVE TM-KEY  TO LOG-KEY
              MOVE TM-AUTH TO LOG-AUTH
              MOVE TM-DESC TO LOG-NEW-DESC
              MOVE TM-DEPT TO LOG-NEW-DEPT
              PERFORM A000-LOGCHG
              MOVE TAG-COUNT-N TO FOUND-IX
              PERFORM A000-CMDLINE
           END-IF.

      *
       A000-CHANGE.
           PERFORM A000-UPDCHK.
           IF REFUSE-REASON = SPACES
              EVALUATE TRUE
                 WHEN NOT FOUND
                    MOVE "KEY NOT ON MASTER" TO REFUSE-REASON
                 WHEN TM-DESC = SPACES AND TM-DEPT = SPACES
                    MOVE "NOTHING TO CHANGE - DESC AND DEPT BLANK"
                      TO REFUSE-REASON
              END-EVALUATE
           END-IF.
           IF REFUSE-REASON = SPACES
              MOVE SPACES   TO LOG-REC
              MOVE "CHANGE" TO LOG-ACTION
              MOVE TM-KEY   TO LOG-KEY
              MOVE TM-AUTH  TO LOG-AUTH
              MOVE TT-DESC(FOUND-IX)   TO LOG-OLD-DESC
              MOVE TT-DEPT(FOUND-IX)   TO LOG-OLD-DEPT
              MOVE TT-STATUS(FOUND-IX) TO LOG-OLD-STATUS
              IF TM-DESC NOT = SPACES
                 MOVE TM-DESC TO TT-DESC(FOUND-IX)
              END-IF
              IF TM-DEPT NOT = SPACES
                 MOVE TM-DEPT TO TT-DEPT(FOUND-IX)
              END-IF
              MOVE TT-DESC(FOUND-IX)   TO LOG-NEW-DESC
              MOVE TT-DEPT(FOUND-IX)   TO LOG-NEW-DEPT
              MOVE TT-STATUS(FOUND-IX) TO LOG-NEW-STATUS
              PERFORM A000-LOGCHG
              ADD 1 TO CHANGED-COUNT
              PERFORM A000-CMDLINE
           END-IF.

      *
       A000-DELETE.
           PERFORM A000-UPDCHK.
           IF REFUSE-REASON = SPACES AND NOT FOUND
              MOVE "KEY NOT ON MASTER" TO REFUSE-REASON
           END-IF.
           IF REFUSE-REASON = SPACES
              MOVE SPACES   TO LOG-REC
              MOVE "DELETE" TO LOG-ACTION
              MOVE TM-KEY   TO LOG-KEY
              MOVE TM-AUTH  TO LOG-AUTH
              MOVE TT-DESC(FOUND-IX)   TO LOG-OLD-DESC
              MOVE TT-DEPT(FOUND-IX)   TO LOG-OLD-DEPT
              MOVE TT-STATUS(FOUND-IX) TO LOG-OLD-STATUS
              PERFORM A000-LOGCHG
              MOVE 'Y' TO TT-GONE-SW(FOUND-IX)
              IF NOT TT-INACTIVE(FOUND-IX)
                 SUBTRACT 1 FROM ACTIVE-COUNT
              END-IF
              ADD 1 TO DELETED-COUNT
              PERFORM A000-CMDLINE
           END-IF.

      *
       A000-INACT.
           PERFORM A000-UPDCHK.
           IF REFUSE-REASON = SPACES
              EVALUATE TRUE
                 WHEN NOT FOUND
                    MOVE "KEY NOT ON MASTER" TO REFUSE-REASON
                 WHEN TT-INACTIVE(FOUND-IX)
                    MOVE "TAG ALREADY INACTIVE" TO REFUSE-REASON
              END-EVALUATE
           END-IF.
           IF REFUSE-REASON = SPACES
              MOVE SPACES     TO LOG-REC
              MOVE "INACTIVE" TO LOG-ACTION
              MOVE TM-KEY     TO LOG-KEY
              MOVE TM-AUTH    TO LOG-AUTH
              MOVE TT-DESC(FOUND-IX)   TO LOG-OLD-DESC
              MOVE TT-DEPT(FOUND-IX)   TO LOG-OLD-DEPT
              MOVE TT-STATUS(FOUND-IX) TO LOG-OLD-STATUS
              MOVE 'I' TO TT-STATUS(FOUND-IX)
              MOVE TODAY-STAMP(1:8) TO TT-STDATE(FOUND-IX)
              MOVE TT-DESC(FOUND-IX)   TO LOG-NEW-DESC
              MOVE TT-DEPT(FOUND-IX)   TO LOG-NEW-DEPT
              MOVE TT-STATUS(FOUND-IX) TO LOG-NEW-STATUS
              PERFORM A000-LOGCHG
              ADD 1 TO INACT-COUNT
              SUBTRACT 1 FROM ACTIVE-COUNT
              PERFORM A000-CMDLINE
           END-IF.

      *
      *    LISTS ONE APPLIED COMMAND WITH THE TAG AS IT NOW STANDS.
       A000-CMDLINE.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE TT-KEY(FOUND-IX)  TO PT-KEY.
           MOVE TT-DESC(FOUND-IX) TO PT-DESC.
           MOVE TT-DEPT(FOUND-IX) TO PT-DEPT.
           PERFORM A000-STATTEXT.
           MOVE TT-STDATE(FOUND-IX) TO PT-STDATE.
           STRING TM-CMD  DELIMITED BY SPACE
                  " BY "  DELIMITED BY SIZE
                  TM-AUTH DELIMITED BY SPACE
              INTO PT-NOTE
           END-STRING.
           WRITE PRT-TMNT-REC.

      *
       A000-STATTEXT.
           IF TT-INACTIVE(FOUND-IX)
              MOVE "INACTIVE" TO PT-STATUS
           ELSE
              MOVE "ACTIVE" TO PT-STATUS
           END-IF.

      *
       A000-REFUSE.
           ADD 1 TO REFUSED-COUNT.
           MOVE 4 TO RETURN-CODE.
           DISPLAY "TAGMNT " TM-CMD " " TM-KEY " REFUSED - "
                   REFUSE-REASON.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE TM-KEY  TO PT-KEY.
           MOVE TM-DESC TO PT-DESC.
           MOVE TM-DEPT TO PT-DEPT.
           STRING TM-CMD DELIMITED BY SPACE
                  " REFUSED - " DELIMITED BY SIZE
                  REFUSE-REASON DELIMITED BY SIZE
              INTO PT-NOTE
           END-STRING.
           WRITE PRT-TMNT-REC.

      *
      *    STAMPS AND APPENDS ONE CHANGE-LOG RECORD. THE CALLER HAS
      *    FILLED IN THE ACTION, KEY, AUTHORIZER AND VALUES.
       A000-LOGCHG.
           MOVE TODAY-STAMP(1:8)  TO LOG-DATE.
           MOVE TODAY-STAMP(9:6)  TO LOG-TIME.
           WRITE LOG-REC.

      *
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
      *    LIST AND LISTDEPT: THE TAGS AS THEY STAND AT THIS POINT
      *    IN THE DECK (COMMANDS ABOVE THE CARD ALREADY APPLIED).
       A000-LIST.
           MOVE SPACES TO PRT-TMNT-REC.
           IF LIST-BY-KEY
              MOVE "* LIST ALL TAGS BY KEY" TO PRT-TMNT-REC
           ELSE
              IF LIST-DEPT = SPACES
                 MOVE "* LIST ALL TAGS BY DEPARTMENT" TO PRT-TMNT-REC
              ELSE
                 STRING "* LIST TAGS OF DEPARTMENT " DELIMITED BY SIZE
                        LIST-DEPT DELIMITED BY SPACE
                    INTO PRT-TMNT-REC
                 END-STRING
              END-IF
           END-IF.
           WRITE PRT-TMNT-REC.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE "KEY" TO PT-KEY.
           MOVE "DESCRIPTION" TO PT-DESC.
           MOVE "DEPT" TO PT-DEPT.
           MOVE "STATUS" TO PT-STATUS.
           MOVE "SINCE" TO PT-STDATE.
           WRITE PRT-TMNT-REC.
           MOVE ZEROS TO LISTED-COUNT.
           IF LIST-BY-KEY
              SORT TAG-SORT
                   ASCENDING KEY ST-CLASS ST-KEY ST-SEQ
                   INPUT PROCEDURE A000-RELTAGS
                   OUTPUT PROCEDURE A000-LISTOUT
           ELSE
              SORT TAG-SORT
                   ASCENDING KEY ST-CLASS ST-DEPT ST-KEY ST-SEQ
                   INPUT PROCEDURE A000-RELTAGS
                   OUTPUT PROCEDURE A000-LISTOUT
           END-IF.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE LISTED-COUNT TO EDIT-COUNT.
           STRING "* TAGS LISTED " DELIMITED BY SIZE
                  EDIT-COUNT DELIMITED BY SIZE
              INTO PRT-TMNT-REC
           END-STRING.
           WRITE PRT-TMNT-REC.

      *
      *    RELEASES THE LIVE TABLE TO THE SORT. FOR A LISTING ONLY
      *    THE TAGS GO (OF ONE DEPARTMENT IF ONE WAS GIVEN); FOR THE
      *    NEW MASTER THE COMMENT CARDS GO AS WELL.
       A000-RELTAGS.
           PERFORM VARYING TT-IX FROM 1 BY 1
                     UNTIL TT-IX > TAG-COUNT-N
                   IF NOT TT-GONE(TT-IX)
                      AND (LIST-NEW-MASTER OR TT-TAG(TT-IX))
                      AND (LIST-DEPT = SPACES
                           OR TT-DEPT(TT-IX) = LIST-DEPT)
                      MOVE TT-CLASS(TT-IX) TO ST-CLASS
                      MOVE TT-REC(TT-IX)   TO ST-DATA
                      SET ST-SEQ TO TT-IX
                      IF TT-COMMENT(TT-IX)
                         MOVE SPACES TO ST-KEY
                         MOVE SPACES TO ST-DEPT
                      ELSE
                         MOVE TT-KEY(TT-IX)  TO ST-KEY
                         MOVE TT-DEPT(TT-IX) TO ST-DEPT
                      END-IF
                      RELEASE ST-REC
                   END-IF
           END-PERFORM.

      *
       A000-LISTOUT.
           MOVE 'N' TO SORT-EOF-SW.
           MOVE 'N' TO DEPT-PEND-SW.
           PERFORM A000-SORTRET.
           PERFORM UNTIL SORT-EOF
                   IF LIST-BY-DEPT
                      IF DEPT-PENDING AND ST-DEPT NOT = CUR-DEPT
                         PERFORM A000-DEPTFOOT
                      END-IF
                      IF NOT DEPT-PENDING
                         SET DEPT-PENDING TO TRUE
                         MOVE ST-DEPT TO CUR-DEPT
                         MOVE ZEROS TO DEPT-COUNT
                      END-IF
                      ADD 1 TO DEPT-COUNT
                   END-IF
                   ADD 1 TO LISTED-COUNT
                   MOVE SPACES TO PRT-TMNT-REC
                   MOVE ST-TAG-KEY  TO PT-KEY
                   MOVE ST-DESC     TO PT-DESC
                   MOVE ST-TAG-DEPT TO PT-DEPT
                   IF ST-STATUS = 'I'
                      MOVE "INACTIVE" TO PT-STATUS
                   ELSE
                      MOVE "ACTIVE" TO PT-STATUS
                   END-IF
                   MOVE ST-STDATE TO PT-STDATE
                   WRITE PRT-TMNT-REC
                   PERFORM A000-SORTRET
           END-PERFORM.
           IF DEPT-PENDING
              PERFORM A000-DEPTFOOT
           END-IF.

      *
       A000-DEPTFOOT.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE DEPT-COUNT TO EDIT-COUNT.
           STRING "* DEPARTMENT " DELIMITED BY SIZE
                  CUR-DEPT DELIMITED BY SIZE
                  " TAGS " DELIMITED BY SIZE
                  EDIT-COUNT DELIMITED BY SIZE
              INTO PRT-TMNT-REC
           END-STRING.
           WRITE PRT-TMNT-REC.
           MOVE 'N' TO DEPT-PEND-SW.

      *
       A000-SORTRET.
           RETURN TAG-SORT
           AT END
              SET SORT-EOF TO TRUE
           END-RETURN.

      *
      *    WRITES THE NEW MASTER: COMMENT CARDS FIRST IN THEIR
      *    ORIGINAL ORDER, THEN EVERY TAG NOT DELETED IN KEY
      *    SEQUENCE. WRITTEN EVERY RUN, SO THE COPY STEP THAT
      *    FOLLOWS NEVER PICKS UP A STALE TAGNEW.
       A000-NEWMSTR.
           MOVE 'M' TO LIST-MODE.
           MOVE SPACES TO LIST-DEPT.
           MOVE ZEROS TO WRITTEN-COUNT.
           SORT TAG-SORT
                ASCENDING KEY ST-CLASS ST-KEY ST-SEQ
                INPUT PROCEDURE A000-RELTAGS
                OUTPUT PROCEDURE A000-NEWOUT.

      *
       A000-NEWOUT.
           OPEN OUTPUT TAG-NEW.
           MOVE 'N' TO SORT-EOF-SW.
           PERFORM A000-SORTRET.
           PERFORM UNTIL SORT-EOF
                   MOVE ST-DATA TO TAG-NEW-REC
                   WRITE TAG-NEW-REC
                   IF ST-CLASS = '1'
                      ADD 1 TO WRITTEN-COUNT
                   END-IF
                   PERFORM A000-SORTRET
           END-PERFORM.
           CLOSE TAG-NEW.

      *
      *    CONTROL TOTALS: TAGS LOADED + ADDED - DELETED MUST EQUAL
      *    TAGS WRITTEN TO THE NEW MASTER.
       A000-TOTALS.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE "* TAGS LOADED FROM TAGMSTR" TO PT-DESC.
           MOVE LOADED-COUNT TO EDIT-COUNT.
           MOVE EDIT-COUNT TO PT-STATUS.
           WRITE PRT-TMNT-REC.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE "* TAGMSTR RECORDS DROPPED ON LOAD" TO PT-DESC.
           MOVE DROPPED-COUNT TO EDIT-COUNT.
           MOVE EDIT-COUNT TO PT-STATUS.
           WRITE PRT-TMNT-REC.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE "* TAGS ADDED" TO PT-DESC.
           MOVE ADDED-COUNT TO EDIT-COUNT.
           MOVE EDIT-COUNT TO PT-STATUS.
           WRITE PRT-TMNT-REC.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE "* TAGS CHANGED" TO PT-DESC.
           MOVE CHANGED-COUNT TO EDIT-COUNT.
           MOVE EDIT-COUNT TO PT-STATUS.
           WRITE PRT-TMNT-REC.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE "* TAGS INACTIVATED" TO PT-DESC.
           MOVE INACT-COUNT TO EDIT-COUNT.
           MOVE EDIT-COUNT TO PT-STATUS.
           WRITE PRT-TMNT-REC.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE "* TAGS DELETED" TO PT-DESC.
           MOVE DELETED-COUNT TO EDIT-COUNT.
           MOVE EDIT-COUNT TO PT-STATUS.
           WRITE PRT-TMNT-REC.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE "* COMMANDS REFUSED" TO PT-DESC.
           MOVE REFUSED-COUNT TO EDIT-COUNT.
           MOVE EDIT-COUNT TO PT-STATUS.
           WRITE PRT-TMNT-REC.
           MOVE SPACES TO PRT-TMNT-REC.
           MOVE "* TAGS WRITTEN TO TAGNEW" TO PT-DESC.
           MOVE WRITTEN-COUNT TO EDIT-COUNT.
           MOVE EDIT-COUNT TO PT-STATUS.
           WRITE PRT-TMNT-REC.
           IF LOADED-COUNT + ADDED-COUNT - DELETED-COUNT
              NOT = WRITTEN-COUNT
              DISPLAY "WARNING: TAGMNT CONTROL TOTALS OUT OF BALANCE"
              MOVE SPACES TO PRT-TMNT-REC
              MOVE "* CONTROL TOTALS OUT OF BALANCE" TO PT-DESC
              WRITE PRT-TMNT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.

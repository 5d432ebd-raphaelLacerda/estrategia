005300*                     THE RULES FILE IS MISSING). THE DATA-
005400*                     QUALITY TEAM CAN NOW SHIP NEW PATTERNS
005500*                     WITHOUT A PROGRAM CHANGE AND A RECOMPILE.
005510*    2026-10-15  RSL  CUSTOMER-OUT NOW CARRIES A CUSTOMER STATUS
005520*                     (A ACTIVE, B BLOCKED, C CLOSED) AND ITS
005530*                     EFFECTIVE DATE, MAINTAINED BY CUSTMNT. THE
005540*                     DAILY RELOAD WOULD WIPE THEM, SO EVERY
005550*                     CUSTOMER ON THE OUTGOING MASTER THAT IS
005560*                     BLOCKED OR CLOSED, OR ACTIVE WITH AN
005570*                     EFFECTIVE DATE, IS COPIED TO A KEYED CARRY
005575*                     FILE (CUSTSTS) BEFORE THE MASTER IS REBUILT
005580*                     AND CARRIED ONTO THE NEW ONE WITH ITS DATE;
005585*                     ALL OTHERS LOAD ACTIVE WITH NO DATE.
005600*
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CUST-OUT-ID
006700         FILE STATUS IS WS-CUSTOMER-OUT-STATUS.
006710*    STATUSES SAVED OFF THE OUTGOING MASTER FOR THE RELOAD -
006720*    REBUILT EVERY RUN
006730     SELECT STATUS-CARRY-FILE ASSIGN TO "CUSTSTS"
006740         ORGANIZATION IS INDEXED
006750         ACCESS MODE IS RANDOM
006760         RECORD KEY IS SCY-CUST-ID
006770         FILE STATUS IS WS-STATUS-CARRY-STATUS.
006800     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
006900         ORGANIZATION IS SEQUENTIAL.
007000*    ORDERED NAME-CLEANUP RULES, ONE CARD PER RULE - MISSING
008600 01  CUSTOMER-OUT-RECORD.
008700     05  CUST-OUT-ID                PIC X(10).
008800     05  CUST-OUT-NAME               PIC X(40).
008810*    CUSTOMER STATUS AND THE BUSINESS DATE IT TOOK EFFECT - SET
008820*    BY CUSTMNT; A SPACE (LOADED BEFORE THE FIELD EXISTED) READS
008830*    AS ACTIVE EVERYWHERE
008840     05  CUST-OUT-STATUS            PIC X(01).
008850         88  CUST-OUT-ACTIVE        VALUE "A" " ".
008860         88  CUST-OUT-BLOCKED       VALUE "B".
008870         88  CUST-OUT-CLOSED        VALUE "C".
008880     05  CUST-OUT-STATUS-DATE       PIC 9(08).
008890     05  FILLER                     PIC X(11).
009000*
009010*    ONE CUSTOMER'S STATUS AND EFFECTIVE DATE AS THE OUTGOING
009020*    MASTER HELD THEM
009030 FD  STATUS-CARRY-FILE.
009040 01  STATUS-CARRY-RECORD.
009050     05  SCY-CUST-ID                PIC X(10).
009060     05  SCY-STATUS                 PIC X(01).
009070     05  SCY-STATUS-DATE            PIC 9(08).
009080     05  FILLER                     PIC X(11).
009090*
009100*    RULE CARD - COLUMN 1 SCOPE (A = AFTER THE FIRST SPACE,
009200*    W = WHOLE FIELD), 2-3 MATCH LENGTH, 4-13 MATCH STRING,
009300*    14-15 REPLACEMENT LENGTH (00 DELETES THE MATCH), 16-25
012000         88  WS-EOF                  VALUE "Y".
012100     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
012200         88  WS-ABORT-RUN            VALUE "Y".
012210     05  WS-OLD-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
012220         88  WS-OLD-MASTER-EOF       VALUE "Y".
012230     05  WS-STATUS-CARRY-OPEN-SWITCH PIC X(01) VALUE "N".
012240         88  WS-STATUS-CARRY-OPEN    VALUE "Y".
012300*
012400*    FILE STATUS FOR CUSTOMER-IN - "00" MEANS THE OPEN SUCCEEDED
012500 01  WS-CUSTOMER-IN-STATUS           PIC X(02) VALUE "00".
012800*    FILE STATUS FOR THE INDEXED CUSTOMER-OUT MASTER
012900 01  WS-CUSTOMER-OUT-STATUS          PIC X(02) VALUE "00".
013000     88  WS-CUSTOMER-OUT-OK          VALUE "00".
013010     88  WS-CUSTOMER-OUT-MISSING     VALUE "35".
013020*
013030*    FILE STATUS FOR THE STATUS CARRY FILE
013040 01  WS-STATUS-CARRY-STATUS          PIC X(02) VALUE "00".
013050     88  WS-STATUS-CARRY-OK          VALUE "00".
013100*
013200*    FILE STATUS FOR THE RULES FILE - "35" MEANS NO RULES FILE
013300*    WAS SUPPLIED AND THE BUILT-IN LEGACY RULE APPLIES
014200*    INPUT RECORDS WHOSE CUST-IN-ID WAS ALREADY LOADED TO THE
014300*    INDEXED MASTER THIS RUN - SKIPPED RATHER THAN LOADED TWICE
014400     05  WS-DUP-ID-COUNT             PIC 9(09) VALUE ZERO.
014405*    STATUSES SAVED OFF THE OUTGOING MASTER, AND THOSE CARRIED
014410*    ONTO THE RELOADED ONE
014412     05  WS-STATUS-SAVED-COUNT       PIC 9(09) VALUE ZERO.
014415     05  WS-STATUS-CARRIED-COUNT     PIC 9(09) VALUE ZERO.
014500*
014600*    WORK AREA HOLDING THE NAME BEFORE AND AFTER CONVERSION
014700 01  FRASE                           PIC X(40).
020600*    OPENING THE OUTPUT FILES - A MISSING OR UNREADABLE MASTER
020700*    ABORTS THE RUN RATHER THAN PRODUCING EMPTY OUTPUT FILES
020800 1000-INITIALIZE.
020810     PERFORM 1050-SAVE-CUSTOMER-STATUS
020820         THRU 1050-SAVE-CUSTOMER-STATUS-EXIT.
020830     IF WS-ABORT-RUN
020840         GO TO 1000-INITIALIZE-EXIT
020850     END-IF.
020900     OPEN INPUT CUSTOMER-IN.
021000     IF NOT WS-CUSTOMER-IN-OK
021100         DISPLAY "HELLO: UNABLE TO OPEN CUSTOMER-IN, FILE STATUS="
023000     END-IF.
023100 1000-INITIALIZE-EXIT.
023200     EXIT.
023201*
023202*    COPIES EVERY CUSTOMER ON THE OUTGOING MASTER WHOSE STATUS
023203*    THE RELOAD WOULD LOSE - BLOCKED, CLOSED, OR ACTIVE WITH AN
023204*    EFFECTIVE DATE - TO THE KEYED STATUS CARRY FILE, THEN OPENS
023205*    IT FOR 2400 TO READ. A RECORD LOADED BEFORE THE STATUS
023206*    EXISTED (SPACES IN THE DATE) IS ACTIVE WITH NOTHING TO
023207*    CARRY. NO MASTER YET (THE FIRST RUN EVER) MEANS NOTHING TO
023208*    CARRY; ONE THAT CANNOT BE READ, OR A CARRY FILE THAT CANNOT
023209*    BE BUILT, ABORTS THE RUN BEFORE THE MASTER IS OVERWRITTEN
023210 1050-SAVE-CUSTOMER-STATUS.
023211     OPEN INPUT CUSTOMER-OUT.
023212     IF WS-CUSTOMER-OUT-MISSING
023213         GO TO 1050-SAVE-CUSTOMER-STATUS-EXIT
023214     END-IF.
023215     IF NOT WS-CUSTOMER-OUT-OK
023216         DISPLAY "HELLO: UNABLE TO READ OUTGOING CUSTOMER-OUT,"
023217             " FILE STATUS=" WS-CUSTOMER-OUT-STATUS
023218         SET WS-ABORT-RUN TO TRUE
023219         GO TO 1050-SAVE-CUSTOMER-STATUS-EXIT
023220     END-IF.
023221     OPEN OUTPUT STATUS-CARRY-FILE.
023222     IF NOT WS-STATUS-CARRY-OK
023223         DISPLAY "HELLO: UNABLE TO OPEN STATUS-CARRY-FILE, FILE"
023224             " STATUS=" WS-STATUS-CARRY-STATUS
023225         SET WS-ABORT-RUN TO TRUE
023226         CLOSE CUSTOMER-OUT
023227         GO TO 1050-SAVE-CUSTOMER-STATUS-EXIT
023228     END-IF.
023229     PERFORM 1060-READ-OLD-MASTER
023230         THRU 1060-READ-OLD-MASTER-EXIT.
023231     PERFORM 1070-STORE-OLD-STATUS
023232         THRU 1070-STORE-OLD-STATUS-EXIT
023233         UNTIL WS-OLD-MASTER-EOF OR WS-ABORT-RUN.
023234     CLOSE CUSTOMER-OUT.
023235     CLOSE STATUS-CARRY-FILE.
023236     IF WS-ABORT-RUN
023237         GO TO 1050-SAVE-CUSTOMER-STATUS-EXIT
023238     END-IF.
023239     DISPLAY "HELLO: CUSTOMER STATUSES SAVED: "
023240         WS-STATUS-SAVED-COUNT.
023241     OPEN INPUT STATUS-CARRY-FILE.
023242     IF NOT WS-STATUS-CARRY-OK
023243         DISPLAY "HELLO: UNABLE TO REOPEN STATUS-CARRY-FILE, FILE"
023244             " STATUS=" WS-STATUS-CARRY-STATUS
023245         SET WS-ABORT-RUN TO TRUE
023246         GO TO 1050-SAVE-CUSTOMER-STATUS-EXIT
023247     END-IF.
023248     SET WS-STATUS-CARRY-OPEN TO TRUE.
023249 1050-SAVE-CUSTOMER-STATUS-EXIT.
023250     EXIT.
023251*
023252 1060-READ-OLD-MASTER.
023253     READ CUSTOMER-OUT NEXT RECORD
023254         AT END
023255             SET WS-OLD-MASTER-EOF TO TRUE
023256     END-READ.
023257 1060-READ-OLD-MASTER-EXIT.
023258     EXIT.
023259*
023260 1070-STORE-OLD-STATUS.
023261     IF CUST-OUT-ACTIVE
023262             AND (CUST-OUT-STATUS-DATE IS NOT NUMERIC
023263                 OR CUST-OUT-STATUS-DATE = ZERO)
023264         GO TO 1070-STORE-OLD-STATUS-READ
023265     END-IF.
023266     MOVE CUST-OUT-ID TO SCY-CUST-ID.
023267     MOVE CUST-OUT-STATUS TO SCY-STATUS.
023268     IF CUST-OUT-STATUS-DATE IS NUMERIC
023269         MOVE CUST-OUT-STATUS-DATE TO SCY-STATUS-DATE
023270     ELSE
023271         MOVE ZERO TO SCY-STATUS-DATE
023272     END-IF.
023273     WRITE STATUS-CARRY-RECORD
023274         INVALID KEY
023275             DISPLAY "HELLO: UNABLE TO WRITE STATUS-CARRY-FILE"
023276                 " FOR " CUST-OUT-ID
023277                 " FILE STATUS=" WS-STATUS-CARRY-STATUS
023278             SET WS-ABORT-RUN TO TRUE
023279             GO TO 1070-STORE-OLD-STATUS-EXIT
023280     END-WRITE.
023281     ADD 1 TO WS-STATUS-SAVED-COUNT.
023282 1070-STORE-OLD-STATUS-READ.
023283     PERFORM 1060-READ-OLD-MASTER
023284         THRU 1060-READ-OLD-MASTER-EXIT.
023285 1070-STORE-OLD-STATUS-EXIT.
023286     EXIT.
023300*
023400*    LOADS THE ORDERED RULE TABLE AND ECHOES EVERY RULE TO THE
023500*    RUN LOG. NO RULES FILE AT ALL MEANS THE BUILT-IN LEGACY
035200         THRU 2300-WRITE-AUDIT-EXIT.
035300     PERFORM 2400-WRITE-CUSTOMER
035400         THRU 2400-WRITE-CUSTOMER-EXIT.
035410     IF WS-ABORT-RUN
035420         GO TO 2000-PROCESS-CUSTOMER-EXIT
035430     END-IF.
035500     PERFORM 2100-READ-CUSTOMER
035600         THRU 2100-READ-CUSTOMER-EXIT.
035700 2000-PROCESS-CUSTOMER-EXIT.
037700     EXIT.
037800*
037900*    WRITES THE CORRECTED CUSTOMER RECORD TO THE OUTPUT FILE
038000*    THAT WILL BE LOADED BACK INTO THE CUSTOMER MASTER - ACTIVE
038010*    WITH NO EFFECTIVE DATE UNLESS THE STATUS CARRY FILE HOLDS A
038020*    STATUS FOR IT, WHICH IS KEPT WITH ITS DATE (ZERO IF THE DATE
038030*    IS NOT NUMERIC). A CARRY FILE THAT CANNOT BE READ ABORTS THE
038040*    RUN RATHER THAN REOPENING A BLOCKED OR CLOSED CUSTOMER
038100 2400-WRITE-CUSTOMER.
038110     MOVE SPACES TO CUSTOMER-OUT-RECORD.
038200     MOVE CUST-IN-ID TO CUST-OUT-ID.
038300     MOVE FRASE TO CUST-OUT-NAME.
038305     MOVE "A" TO CUST-OUT-STATUS.
038310     MOVE ZERO TO CUST-OUT-STATUS-DATE.
038315     IF NOT WS-STATUS-CARRY-OPEN
038320         GO TO 2400-WRITE-CUSTOMER-WRITE
038325     END-IF.
038330     MOVE CUST-IN-ID TO SCY-CUST-ID.
038335     READ STATUS-CARRY-FILE
038340         INVALID KEY
038345             GO TO 2400-WRITE-CUSTOMER-WRITE
038350     END-READ.
038352     IF NOT WS-STATUS-CARRY-OK
038354         DISPLAY "HELLO: STATUS-CARRY-FILE READ ERROR, FILE"
038356             " STATUS=" WS-STATUS-CARRY-STATUS
038358         SET WS-ABORT-RUN TO TRUE
038360         SET WS-EOF TO TRUE
038362         CLOSE CUSTOMER-IN
038364         CLOSE CUSTOMER-OUT
038366         CLOSE AUDIT-FILE
038368         GO TO 2400-WRITE-CUSTOMER-EXIT
038370     END-IF.
038372     MOVE SCY-STATUS TO CUST-OUT-STATUS.
038374     IF SCY-STATUS-DATE IS NUMERIC
038376         MOVE SCY-STATUS-DATE TO CUST-OUT-STATUS-DATE
038378     ELSE
038380         MOVE ZERO TO CUST-OUT-STATUS-DATE
038382     END-IF.
038384     ADD 1 TO WS-STATUS-CARRIED-COUNT.
038390 2400-WRITE-CUSTOMER-WRITE.
038400     WRITE CUSTOMER-OUT-RECORD
038500         INVALID KEY
038600             ADD 1 TO WS-DUP-ID-COUNT
049000     DISPLAY "CUSTOMERS PROCESSED: " WS-CUSTOMER-COUNT.
049100     DISPLAY "NAMES CHANGED: " WS-CHANGED-COUNT.
049200     DISPLAY "DUPLICATE IDS SKIPPED: " WS-DUP-ID-COUNT.
049210     DISPLAY "STATUSES CARRIED FORWARD: "
049220         WS-STATUS-CARRIED-COUNT.
049300     IF NOT WS-ABORT-RUN
049400         CLOSE CUSTOMER-IN
049500         CLOSE CUSTOMER-OUT
049600         CLOSE AUDIT-FILE
049700     END-IF.
049710     IF WS-STATUS-CARRY-OPEN
049720         CLOSE STATUS-CARRY-FILE
049730     END-IF.
049800     IF WS-ABORT-RUN
049900         MOVE 16 TO RETURN-CODE
050000     ELSE

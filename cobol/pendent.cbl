000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PENDENT.
000300 AUTHOR. DATA-PROCESSING-DEPT.
000400 INSTALLATION. ESTRATEGIA-BATCH-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RSL  ORIGINAL VERSION - ENTRY SIDE OF THE
001100*                     MAKER-CHECKER CONTROL ON SUSPENSE
001200*                     CORRECTIONS AND CUSTOMER MAINTENANCE.
001300*                     CORRECTIONS AND MAINTENANCE ARE NO LONGER
001400*                     KEYED STRAIGHT ONTO CORRTRN AND CUSTTRN -
001500*                     THEY ARE KEYED ONTO THE ENTRY FILES CORRENT
001600*                     AND CUSTENT, EACH RECORD CARRYING THE KEYING
001700*                     OPERATOR'S ID, AND THIS PROGRAM LOADS THEM
001800*                     ONTO THE PENDING QUEUE (PENDQ) TO AWAIT A
001900*                     SECOND OPERATOR'S DECISION IN THE APPROVAL
002000*                     RUN (PENDAPR). ONLY PENDAPR WRITES CORRTRN
002100*                     AND CUSTTRN, SO NOTHING ONE OPERATOR KEYS
002200*                     REACHES EXCSUSP OR CUSTMNT ON THAT
002300*                     OPERATOR'S SAY ALONE. EACH QUEUED ITEM IS
002400*                     NUMBERED BY ENTRY DATE AND SEQUENCE AND
002500*                     LISTED ON THE ENTRY REPORT (ENTRPT); AN
002600*                     ENTRY WITH NO OPERATOR ID, A BLANK KEY, BAD
002700*                     NUMBERS OR AN INVALID ACTION IS REJECTED
002800*                     THERE, AS IS ONE IDENTICAL TO AN ITEM
002900*                     ALREADY PENDING (AN ENTRY FILE LOADED
003000*                     TWICE).
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*    SUSPENSE CORRECTIONS AS KEYED - MISSING MEANS NONE TODAY
003600     SELECT OPTIONAL CORRECTION-ENTRY-FILE ASSIGN TO "CORRENT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-CORRECTION-ENTRY-STATUS.
003900*    CUSTOMER MAINTENANCE AS KEYED - MISSING MEANS NONE TODAY
004000     SELECT OPTIONAL MAINT-ENTRY-FILE ASSIGN TO "CUSTENT"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-MAINT-ENTRY-STATUS.
004300*    THE PENDING QUEUE, KEYED BY ENTRY DATE AND SEQUENCE -
004400*    CREATED ON THE FIRST RUN
004500     SELECT OPTIONAL PENDING-QUEUE-FILE ASSIGN TO "PENDQ"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PQ-ITEM-ID
004900         FILE STATUS IS WS-QUEUE-STATUS.
005000     SELECT ENTRY-REPORT-FILE ASSIGN TO "ENTRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500*
005600*    SAME LAYOUT EXCSUSP READS FROM CORRTRN - THE APPROVER BYTES
005700*    ARE IGNORED HERE AND LEFT BLANK ON THE QUEUED IMAGE
005800 FD  CORRECTION-ENTRY-FILE
005900     RECORDING MODE IS F.
006000 01  CORRECTION-ENTRY-RECORD.
006100     05  COE-KEY                    PIC X(10).
006200     05  COE-NUMA                   PIC 9(09).
006300     05  COE-NUMB                   PIC 9(09).
006400     05  COE-MAKER-ID               PIC X(03).
006500     05  COE-APPROVER-ID            PIC X(03).
006600     05  FILLER                     PIC X(46).
006700*
006800*    SAME LAYOUT CUSTMNT READS FROM CUSTTRN - THE APPROVER BYTES
006900*    ARE IGNORED HERE AND LEFT BLANK ON THE QUEUED IMAGE
007000 FD  MAINT-ENTRY-FILE
007100     RECORDING MODE IS F.
007200 01  MAINT-ENTRY-RECORD.
007300     05  CME-ACTION                 PIC X(01).
007400         88  CME-ACTION-VALID       VALUE "A" "C" "D" "B" "U" "X".
007500     05  CME-CUST-ID                PIC X(10).
007600     05  CME-CUST-NAME              PIC X(40).
007700     05  CME-MAKER-ID               PIC X(03).
007800     05  CME-APPROVER-ID            PIC X(03).
007900     05  FILLER                     PIC X(23).
008000*
008100*    ONE QUEUED ITEM - THE KEYED TRANSACTION IMAGE, WHO KEYED IT
008200*    AND WHEN, AND THE DECISION ONCE PENDAPR HAS RECORDED ONE.
008300*    PENDAPR CARRIES THE SAME LAYOUT - THE TWO MUST STAY IN STEP
008400 FD  PENDING-QUEUE-FILE.
008500 01  PENDING-QUEUE-RECORD.
008600     05  PQ-ITEM-ID.
008700         10  PQ-ENTRY-DATE          PIC 9(08).
008800         10  PQ-ENTRY-SEQ           PIC 9(05).
008900*    "S" SUSPENSE CORRECTION (CORRTRN), "M" CUSTOMER MAINTENANCE
009000*    (CUSTTRN)
009100     05  PQ-STREAM                  PIC X(01).
009200         88  PQ-STREAM-CORRECTION   VALUE "S".
009300         88  PQ-STREAM-MAINT        VALUE "M".
009400     05  PQ-STATUS                  PIC X(01).
009500         88  PQ-PENDING             VALUE "P".
009600         88  PQ-APPROVED            VALUE "A".
009700         88  PQ-REJECTED            VALUE "R".
009800     05  PQ-MAKER-ID                PIC X(03).
009900     05  PQ-ENTRY-TIME              PIC X(06).
010000     05  PQ-CHECKER-ID              PIC X(03).
010100     05  PQ-DECISION-DATE           PIC 9(08).
010200     05  PQ-REJECT-REASON           PIC X(30).
010300     05  PQ-TRAN-IMAGE              PIC X(80).
010400     05  PQ-CORRECTION-VIEW REDEFINES PQ-TRAN-IMAGE.
010500         10  PQC-KEY                PIC X(10).
010600         10  FILLER                 PIC X(70).
010700     05  PQ-MAINT-VIEW REDEFINES PQ-TRAN-IMAGE.
010800         10  PQM-ACTION             PIC X(01).
010900         10  PQM-CUST-ID            PIC X(10).
011000         10  FILLER                 PIC X(69).
011100     05  FILLER                     PIC X(15).
011200*
011300 FD  ENTRY-REPORT-FILE.
011400 01  ENTRY-REPORT-LINE               PIC X(80).
011500*
011600 WORKING-STORAGE SECTION.
011700*
011800*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
011900*    POSITIONS 1-8 ARE THE BUSINESS DATE (YYYYMMDD) THE ITEMS ARE
012000*    QUEUED UNDER - SPACES MEANS TAKE THE SYSTEM DATE
012100 01  WS-RUN-PARM                     PIC X(08) VALUE SPACES.
012200 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
012300 01  WS-TIME-OF-DAY                  PIC 9(08) VALUE ZERO.
012400 01  WS-TIME-OF-DAY-X REDEFINES WS-TIME-OF-DAY.
012500     05  WS-TIME-HHMMSS              PIC X(06).
012600     05  FILLER                      PIC X(02).
012700*
012800*    FILE STATUS FIELDS - "05" ON AN OPTIONAL FILE IS A GOOD OPEN
012900*    OF A FILE THAT IS NOT THERE
013000 01  WS-CORRECTION-ENTRY-STATUS      PIC X(02) VALUE "00".
013100     88  WS-CORRECTION-ENTRY-OK      VALUE "00" "05".
013200 01  WS-MAINT-ENTRY-STATUS           PIC X(02) VALUE "00".
013300     88  WS-MAINT-ENTRY-OK           VALUE "00" "05".
013400 01  WS-QUEUE-STATUS                 PIC X(02) VALUE "00".
013500     88  WS-QUEUE-OK                 VALUE "00" "05".
013600*
013700*    END-OF-FILE AND RUN-ABORT SWITCHES
013800 01  WS-SWITCHES.
013900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
014000         88  WS-EOF                  VALUE "Y".
014100     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
014200         88  WS-ABORT-RUN            VALUE "Y".
014300     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
014400         88  WS-FILES-OPEN           VALUE "Y".
014500     05  WS-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
014600         88  WS-DUPLICATE-FOUND      VALUE "Y".
014700*
014800*    RECORD COUNTERS
014900 01  WS-COUNTERS.
015000     05  WS-CORRECTION-READ-COUNT    PIC 9(09) VALUE ZERO.
015100     05  WS-MAINT-READ-COUNT         PIC 9(09) VALUE ZERO.
015200     05  WS-QUEUED-COUNT             PIC 9(09) VALUE ZERO.
015300     05  WS-REJECT-COUNT             PIC 9(09) VALUE ZERO.
015400     05  WS-PENDING-BEFORE-COUNT     PIC 9(09) VALUE ZERO.
015500*
015600*    THE HIGHEST SEQUENCE ALREADY QUEUED UNDER THE BUSINESS DATE -
015700*    A SECOND ENTRY RUN THE SAME DAY CARRIES ON FROM IT
015800 01  WS-LAST-SEQ                     PIC 9(05) VALUE ZERO.
015900*
016000*    EVERY ITEM STILL PENDING, BY STREAM AND TRANSACTION IMAGE -
016100*    AN ENTRY IDENTICAL TO ONE OF THEM IS NOT QUEUED TWICE
016200 01  WS-PENDING-TABLE.
016300     05  WS-PND-COUNT                PIC 9(05) COMP VALUE ZERO.
016400     05  WS-PND-ENTRY OCCURS 5000 TIMES INDEXED BY PND-IDX.
016500         10  WS-PND-STREAM           PIC X(01).
016600         10  WS-PND-IMAGE            PIC X(80).
016700*
016800*    THE ITEM BEING QUEUED AND WHY AN ENTRY WAS REJECTED
016900 01  WS-NEW-STREAM                   PIC X(01) VALUE SPACE.
017000 01  WS-NEW-MAKER-ID                 PIC X(03) VALUE SPACES.
017100 01  WS-NEW-IMAGE                    PIC X(80) VALUE SPACES.
017200 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
017300*
017400*    REPORT LINE LAYOUTS - ONE LINE PER ENTRY READ
017500 01  WS-ENTRY-COLUMN-HEADING.
017600     05  FILLER                      PIC X(24) VALUE
017700         "RESULT   ITEM          ".
017800     05  FILLER                      PIC X(26) VALUE
017900         "STRM A KEY        MKR    ".
018000     05  FILLER                      PIC X(30) VALUE
018100         "NOTE".
018200 01  WS-ENTRY-DETAIL-LINE.
018300     05  EDL-RESULT                  PIC X(09).
018400     05  EDL-ENTRY-DATE              PIC X(08).
018500     05  EDL-DASH                    PIC X(01).
018600     05  EDL-ENTRY-SEQ               PIC X(05).
018700     05  FILLER                      PIC X(01) VALUE SPACES.
018800     05  EDL-STREAM                  PIC X(04).
018900     05  FILLER                      PIC X(01) VALUE SPACES.
019000     05  EDL-ACTION                  PIC X(01).
019100     05  FILLER                      PIC X(01) VALUE SPACES.
019200     05  EDL-TRAN-KEY                PIC X(10).
019300     05  FILLER                      PIC X(01) VALUE SPACES.
019400     05  EDL-MAKER                   PIC X(03).
019500     05  FILLER                      PIC X(05) VALUE SPACES.
019600     05  EDL-NOTE                    PIC X(30).
019700*
019800 01  WS-ENT-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
019900*
020000 PROCEDURE DIVISION.
020100*
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE
020400         THRU 1000-INITIALIZE-EXIT.
020500     IF NOT WS-ABORT-RUN
020600         PERFORM 2000-QUEUE-CORRECTIONS
020700             THRU 2000-QUEUE-CORRECTIONS-EXIT
020800     END-IF.
020900     IF NOT WS-ABORT-RUN
021000         PERFORM 3000-QUEUE-MAINTENANCE
021100             THRU 3000-QUEUE-MAINTENANCE-EXIT
021200     END-IF.
021300     IF NOT WS-ABORT-RUN
021400         PERFORM 8000-ENTRY-TOTALS
021500             THRU 8000-ENTRY-TOTALS-EXIT
021600     END-IF.
021700     PERFORM 9000-TERMINATE
021800         THRU 9000-TERMINATE-EXIT.
021900     GOBACK.
022000*
022100*    RESOLVES THE BUSINESS DATE, OPENS THE QUEUE AND READS IT
022200*    THROUGH FOR THE LAST SEQUENCE USED TODAY AND THE ITEMS STILL
022300*    PENDING, THEN OPENS THE ENTRY FILES AND THE REPORT. A QUEUE
022400*    OR ENTRY FILE THAT CANNOT BE OPENED ABORTS THE RUN
022500 1000-INITIALIZE.
022600     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
022700     IF WS-RUN-PARM IS NUMERIC
022800         MOVE WS-RUN-PARM TO WS-BUSINESS-DATE
022900     ELSE
023000         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
023100     END-IF.
023200     ACCEPT WS-TIME-OF-DAY FROM TIME.
023300     OPEN I-O PENDING-QUEUE-FILE.
023400     IF NOT WS-QUEUE-OK
023500         DISPLAY "PENDENT: UNABLE TO OPEN PENDING-QUEUE-FILE,"
023600             " FILE STATUS=" WS-QUEUE-STATUS
023700         SET WS-ABORT-RUN TO TRUE
023800         GO TO 1000-INITIALIZE-EXIT
023900     END-IF.
024000     PERFORM 1100-SCAN-QUEUE
024100         THRU 1100-SCAN-QUEUE-EXIT.
024200     IF WS-ABORT-RUN
024300         CLOSE PENDING-QUEUE-FILE
024400         GO TO 1000-INITIALIZE-EXIT
024500     END-IF.
024600     OPEN INPUT CORRECTION-ENTRY-FILE.
024700     IF NOT WS-CORRECTION-ENTRY-OK
024800         DISPLAY "PENDENT: UNABLE TO OPEN CORRECTION-ENTRY-FILE,"
024900             " FILE STATUS=" WS-CORRECTION-ENTRY-STATUS
025000         SET WS-ABORT-RUN TO TRUE
025100         CLOSE PENDING-QUEUE-FILE
025200         GO TO 1000-INITIALIZE-EXIT
025300     END-IF.
025400     OPEN INPUT MAINT-ENTRY-FILE.
025500     IF NOT WS-MAINT-ENTRY-OK
025600         DISPLAY "PENDENT: UNABLE TO OPEN MAINT-ENTRY-FILE, FILE"
025700             " STATUS=" WS-MAINT-ENTRY-STATUS
025800         SET WS-ABORT-RUN TO TRUE
025900         CLOSE PENDING-QUEUE-FILE
026000         CLOSE CORRECTION-ENTRY-FILE
026100         GO TO 1000-INITIALIZE-EXIT
026200     END-IF.
026300     OPEN OUTPUT ENTRY-REPORT-FILE.
026400     SET WS-FILES-OPEN TO TRUE.
026500     PERFORM 7000-WRITE-REPORT-HEADING
026600         THRU 7000-WRITE-REPORT-HEADING-EXIT.
026700 1000-INITIALIZE-EXIT.
026800     EXIT.
026900*
027000*    READS THE WHOLE QUEUE IN KEY ORDER - AN EMPTY QUEUE FAILS
027100*    THE START AND IS SIMPLY LEFT AS IT IS
027200 1100-SCAN-QUEUE.
027300     MOVE "N" TO WS-EOF-SWITCH.
027400     MOVE LOW-VALUES TO PQ-ITEM-ID.
027500     START PENDING-QUEUE-FILE
027600         KEY IS NOT LESS THAN PQ-ITEM-ID
027700         INVALID KEY
027800             GO TO 1100-SCAN-QUEUE-EXIT
027900     END-START.
028000     PERFORM 1110-SCAN-ONE-ITEM
028100         THRU 1110-SCAN-ONE-ITEM-EXIT
028200         UNTIL WS-EOF OR WS-ABORT-RUN.
028300 1100-SCAN-QUEUE-EXIT.
028400     EXIT.
028500*
028600 1110-SCAN-ONE-ITEM.
028700     READ PENDING-QUEUE-FILE NEXT RECORD
028800         AT END
028900             SET WS-EOF TO TRUE
029000             GO TO 1110-SCAN-ONE-ITEM-EXIT
029100     END-READ.
029200     IF PQ-ENTRY-DATE = WS-BUSINESS-DATE
029300             AND PQ-ENTRY-SEQ > WS-LAST-SEQ
029400         MOVE PQ-ENTRY-SEQ TO WS-LAST-SEQ
029500     END-IF.
029600     IF PQ-PENDING
029700         ADD 1 TO WS-PENDING-BEFORE-COUNT
029800         MOVE PQ-STREAM TO WS-NEW-STREAM
029900         MOVE PQ-TRAN-IMAGE TO WS-NEW-IMAGE
030000         PERFORM 4900-TABLE-PENDING
030100             THRU 4900-TABLE-PENDING-EXIT
030200     END-IF.
030300 1110-SCAN-ONE-ITEM-EXIT.
030400     EXIT.
030500*
030600*    EVERY KEYED SUSPENSE CORRECTION - QUEUED UNLESS IT FAILS
030700*    AN ENTRY EDIT
030800 2000-QUEUE-CORRECTIONS.
030900     MOVE "N" TO WS-EOF-SWITCH.
031000     PERFORM 2100-READ-CORRECTION-ENTRY
031100         THRU 2100-READ-CORRECTION-ENTRY-EXIT.
031200     PERFORM 2200-EDIT-ONE-CORRECTION
031300         THRU 2200-EDIT-ONE-CORRECTION-EXIT
031400         UNTIL WS-EOF OR WS-ABORT-RUN.
031500 2000-QUEUE-CORRECTIONS-EXIT.
031600     EXIT.
031700*
031800 2100-READ-CORRECTION-ENTRY.
031900     READ CORRECTION-ENTRY-FILE
032000         AT END
032100             SET WS-EOF TO TRUE
032200     END-READ.
032300 2100-READ-CORRECTION-ENTRY-EXIT.
032400     EXIT.
032500*
032600 2200-EDIT-ONE-CORRECTION.
032700     ADD 1 TO WS-CORRECTION-READ-COUNT.
032800     MOVE SPACES TO WS-ENTRY-DETAIL-LINE.
032900     MOVE "CORR" TO EDL-STREAM.
033000     MOVE COE-KEY TO EDL-TRAN-KEY.
033100     MOVE COE-MAKER-ID TO EDL-MAKER.
033200     MOVE SPACES TO WS-REJECT-REASON.
033300     IF COE-MAKER-ID = SPACES
033400         MOVE "NO OPERATOR ID ON THE ENTRY" TO WS-REJECT-REASON
033500     ELSE
033600         IF COE-KEY = SPACES
033700             MOVE "NO TRANSACTION KEY" TO WS-REJECT-REASON
033800         ELSE
033900             IF COE-NUMA IS NOT NUMERIC OR COE-NUMB IS NOT NUMERIC
034000                 MOVE "NUMA/NUMB NOT NUMERIC" TO WS-REJECT-REASON
034100             END-IF
034200         END-IF
034300     END-IF.
034400     IF WS-REJECT-REASON NOT = SPACES
034500         PERFORM 4500-WRITE-REJECT
034600             THRU 4500-WRITE-REJECT-EXIT
034700     ELSE
034800         MOVE SPACES TO COE-APPROVER-ID
034900         MOVE "S" TO WS-NEW-STREAM
035000         MOVE COE-MAKER-ID TO WS-NEW-MAKER-ID
035100         MOVE CORRECTION-ENTRY-RECORD TO WS-NEW-IMAGE
035200         PERFORM 4000-QUEUE-ITEM
035300             THRU 4000-QUEUE-ITEM-EXIT
035400     END-IF.
035500     PERFORM 2100-READ-CORRECTION-ENTRY
035600         THRU 2100-READ-CORRECTION-ENTRY-EXIT.
035700 2200-EDIT-ONE-CORRECTION-EXIT.
035800     EXIT.
035900*
036000*    EVERY KEYED MAINTENANCE TRANSACTION - QUEUED UNLESS IT FAILS
036100*    AN ENTRY EDIT. WHETHER THE ACTION FITS THE MASTER IS STILL
036200*    CUSTMNT'S JUDGMENT WHEN THE APPROVED ITEM IS APPLIED
036300 3000-QUEUE-MAINTENANCE.
036400     MOVE "N" TO WS-EOF-SWITCH.
036500     PERFORM 3100-READ-MAINT-ENTRY
036600         THRU 3100-READ-MAINT-ENTRY-EXIT.
036700     PERFORM 3200-EDIT-ONE-MAINT
036800         THRU 3200-EDIT-ONE-MAINT-EXIT
036900         UNTIL WS-EOF OR WS-ABORT-RUN.
037000 3000-QUEUE-MAINTENANCE-EXIT.
037100     EXIT.
037200*
037300 3100-READ-MAINT-ENTRY.
037400     READ MAINT-ENTRY-FILE
037500         AT END
037600             SET WS-EOF TO TRUE
037700     END-READ.
037800 3100-READ-MAINT-ENTRY-EXIT.
037900     EXIT.
038000*
038100 3200-EDIT-ONE-MAINT.
038200     ADD 1 TO WS-MAINT-READ-COUNT.
038300     MOVE SPACES TO WS-ENTRY-DETAIL-LINE.
038400     MOVE "CUST" TO EDL-STREAM.
038500     MOVE CME-ACTION TO EDL-ACTION.
038600     MOVE CME-CUST-ID TO EDL-TRAN-KEY.
038700     MOVE CME-MAKER-ID TO EDL-MAKER.
038800     MOVE SPACES TO WS-REJECT-REASON.
038900     IF CME-MAKER-ID = SPACES
039000         MOVE "NO OPERATOR ID ON THE ENTRY" TO WS-REJECT-REASON
039100     ELSE
039200         IF NOT CME-ACTION-VALID
039300             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
039400         ELSE
039500             IF CME-CUST-ID = SPACES
039600                 MOVE "NO CUSTOMER ID" TO WS-REJECT-REASON
039700             END-IF
039800         END-IF
039900     END-IF.
040000     IF WS-REJECT-REASON NOT = SPACES
040100         PERFORM 4500-WRITE-REJECT
040200             THRU 4500-WRITE-REJECT-EXIT
040300     ELSE
040400         MOVE SPACES TO CME-APPROVER-ID
040500         MOVE "M" TO WS-NEW-STREAM
040600         MOVE CME-MAKER-ID TO WS-NEW-MAKER-ID
040700         MOVE MAINT-ENTRY-RECORD TO WS-NEW-IMAGE
040800         PERFORM 4000-QUEUE-ITEM
040900             THRU 4000-QUEUE-ITEM-EXIT
041000     END-IF.
041100     PERFORM 3100-READ-MAINT-ENTRY
041200         THRU 3100-READ-MAINT-ENTRY-EXIT.
041300 3200-EDIT-ONE-MAINT-EXIT.
041400     EXIT.
041500*
041600*    WRITES ONE ITEM ONTO THE QUEUE AS PENDING UNDER THE NEXT
041700*    SEQUENCE FOR THE BUSINESS DATE - AN ENTRY IDENTICAL TO AN
041800*    ITEM ALREADY PENDING IS REJECTED INSTEAD
041900 4000-QUEUE-ITEM.
042000     MOVE "N" TO WS-DUPLICATE-SWITCH.
042100     SET PND-IDX TO 1.
042200     SEARCH WS-PND-ENTRY
042300         AT END
042400             CONTINUE
042500         WHEN PND-IDX > WS-PND-COUNT
042600             CONTINUE
042700         WHEN WS-PND-STREAM (PND-IDX) = WS-NEW-STREAM
042800                 AND WS-PND-IMAGE (PND-IDX) = WS-NEW-IMAGE
042900             SET WS-DUPLICATE-FOUND TO TRUE
043000     END-SEARCH.
043100     IF WS-DUPLICATE-FOUND
043200         MOVE "SAME ITEM ALREADY PENDING" TO WS-REJECT-REASON
043300         PERFORM 4500-WRITE-REJECT
043400             THRU 4500-WRITE-REJECT-EXIT
043500         GO TO 4000-QUEUE-ITEM-EXIT
043600     END-IF.
043700     IF WS-LAST-SEQ >= 99999
043800         DISPLAY "PENDENT: QUEUE SEQUENCE EXHAUSTED FOR "
043900             WS-BUSINESS-DATE " - RUN ABORTED"
044000         SET WS-ABORT-RUN TO TRUE
044100         GO TO 4000-QUEUE-ITEM-EXIT
044200     END-IF.
044300     ADD 1 TO WS-LAST-SEQ.
044400     MOVE SPACES TO PENDING-QUEUE-RECORD.
044500     MOVE WS-BUSINESS-DATE TO PQ-ENTRY-DATE.
044600     MOVE WS-LAST-SEQ TO PQ-ENTRY-SEQ.
044700     MOVE WS-NEW-STREAM TO PQ-STREAM.
044800     SET PQ-PENDING TO TRUE.
044900     MOVE WS-NEW-MAKER-ID TO PQ-MAKER-ID.
045000     MOVE WS-TIME-HHMMSS TO PQ-ENTRY-TIME.
045100     MOVE ZERO TO PQ-DECISION-DATE.
045200     MOVE WS-NEW-IMAGE TO PQ-TRAN-IMAGE.
045300     WRITE PENDING-QUEUE-RECORD
045400         INVALID KEY
045500             DISPLAY "PENDENT: PENDING-QUEUE-FILE WRITE ERROR,"
045600                 " FILE STATUS=" WS-QUEUE-STATUS
045700             SET WS-ABORT-RUN TO TRUE
045800             GO TO 4000-QUEUE-ITEM-EXIT
045900     END-WRITE.
046000     ADD 1 TO WS-QUEUED-COUNT.
046100     PERFORM 4900-TABLE-PENDING
046200         THRU 4900-TABLE-PENDING-EXIT.
046300     MOVE "QUEUED" TO EDL-RESULT.
046400     MOVE PQ-ENTRY-DATE TO EDL-ENTRY-DATE.
046500     MOVE "-" TO EDL-DASH.
046600     MOVE PQ-ENTRY-SEQ TO EDL-ENTRY-SEQ.
046700     MOVE "AWAITING APPROVAL" TO EDL-NOTE.
046800     MOVE WS-ENTRY-DETAIL-LINE TO ENTRY-REPORT-LINE.
046900     WRITE ENTRY-REPORT-LINE.
047000 4000-QUEUE-ITEM-EXIT.
047100     EXIT.
047200*
047300*    ONE REJECTED ENTRY - LISTED WITH ITS REASON SO THE OPERATOR
047400*    CAN KEY IT AGAIN CORRECTLY
047500 4500-WRITE-REJECT.
047600     ADD 1 TO WS-REJECT-COUNT.
047700     MOVE "REJECTED" TO EDL-RESULT.
047800     MOVE WS-REJECT-REASON TO EDL-NOTE.
047900     MOVE WS-ENTRY-DETAIL-LINE TO ENTRY-REPORT-LINE.
048000     WRITE ENTRY-REPORT-LINE.
048100 4500-WRITE-REJECT-EXIT.
048200     EXIT.
048300*
048400*    ADDS THE STREAM AND IMAGE IN WS-NEW-STREAM/WS-NEW-IMAGE TO
048500*    THE PENDING TABLE - A QUEUE TOO BIG FOR IT ABORTS THE RUN
048600 4900-TABLE-PENDING.
048700     IF WS-PND-COUNT >= 5000
048800         DISPLAY "PENDENT: PENDING TABLE FULL - RUN ABORTED"
048900         SET WS-ABORT-RUN TO TRUE
049000         GO TO 4900-TABLE-PENDING-EXIT
049100     END-IF.
049200     ADD 1 TO WS-PND-COUNT.
049300     SET PND-IDX TO WS-PND-COUNT.
049400     MOVE WS-NEW-STREAM TO WS-PND-STREAM (PND-IDX).
049500     MOVE WS-NEW-IMAGE TO WS-PND-IMAGE (PND-IDX).
049600 4900-TABLE-PENDING-EXIT.
049700     EXIT.
049800*
049900 7000-WRITE-REPORT-HEADING.
050000     MOVE SPACES TO ENTRY-REPORT-LINE.
050100     STRING "PENDENT PENDING-QUEUE ENTRY REPORT - "
050200             DELIMITED BY SIZE
050300             WS-BUSINESS-DATE DELIMITED BY SIZE
050400             INTO ENTRY-REPORT-LINE.
050500     WRITE ENTRY-REPORT-LINE.
050600     MOVE SPACES TO ENTRY-REPORT-LINE.
050700     WRITE ENTRY-REPORT-LINE.
050800     MOVE WS-ENTRY-COLUMN-HEADING TO ENTRY-REPORT-LINE.
050900     WRITE ENTRY-REPORT-LINE.
051000 7000-WRITE-REPORT-HEADING-EXIT.
051100     EXIT.
051200*
051300*    WRITES THE END-OF-RUN TOTALS TO THE ENTRY REPORT
051400 8000-ENTRY-TOTALS.
051500     MOVE SPACES TO ENTRY-REPORT-LINE.
051600     WRITE ENTRY-REPORT-LINE.
051700     MOVE WS-CORRECTION-READ-COUNT TO WS-ENT-EDIT-COUNT.
051800     STRING "CORRECTIONS KEYED ..... " DELIMITED BY SIZE
051900             WS-ENT-EDIT-COUNT DELIMITED BY SIZE
052000             INTO ENTRY-REPORT-LINE.
052100     WRITE ENTRY-REPORT-LINE.
052200     MOVE WS-MAINT-READ-COUNT TO WS-ENT-EDIT-COUNT.
052300     STRING "MAINTENANCE KEYED ..... " DELIMITED BY SIZE
052400             WS-ENT-EDIT-COUNT DELIMITED BY SIZE
052500             INTO ENTRY-REPORT-LINE.
052600     WRITE ENTRY-REPORT-LINE.
052700     MOVE WS-QUEUED-COUNT TO WS-ENT-EDIT-COUNT.
052800     STRING "ITEMS QUEUED .......... " DELIMITED BY SIZE
052900             WS-ENT-EDIT-COUNT DELIMITED BY SIZE
053000             INTO ENTRY-REPORT-LINE.
053100     WRITE ENTRY-REPORT-LINE.
053200     MOVE WS-REJECT-COUNT TO WS-ENT-EDIT-COUNT.
053300     STRING "ENTRIES REJECTED ...... " DELIMITED BY SIZE
053400             WS-ENT-EDIT-COUNT DELIMITED BY SIZE
053500             INTO ENTRY-REPORT-LINE.
053600     WRITE ENTRY-REPORT-LINE.
053700     ADD WS-QUEUED-COUNT TO WS-PENDING-BEFORE-COUNT.
053800     MOVE WS-PENDING-BEFORE-COUNT TO WS-ENT-EDIT-COUNT.
053900     STRING "ITEMS NOW PENDING ..... " DELIMITED BY SIZE
054000             WS-ENT-EDIT-COUNT DELIMITED BY SIZE
054100             INTO ENTRY-REPORT-LINE.
054200     WRITE ENTRY-REPORT-LINE.
054300 8000-ENTRY-TOTALS-EXIT.
054400     EXIT.
054500*
054600 9000-TERMINATE.
054700     DISPLAY "PENDENT: CORRECTIONS KEYED: "
054800         WS-CORRECTION-READ-COUNT.
054900     DISPLAY "PENDENT: MAINTENANCE KEYED: " WS-MAINT-READ-COUNT.
055000     DISPLAY "PENDENT: ITEMS QUEUED: " WS-QUEUED-COUNT.
055100     DISPLAY "PENDENT: ENTRIES REJECTED: " WS-REJECT-COUNT.
055200     IF WS-FILES-OPEN
055300         CLOSE CORRECTION-ENTRY-FILE
055400         CLOSE MAINT-ENTRY-FILE
055500         CLOSE PENDING-QUEUE-FILE
055600         CLOSE ENTRY-REPORT-FILE
055700     END-IF.
055800*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 4 FLAGS
055900*    REJECTED ENTRIES THAT NEED KEYING AGAIN
056000     IF WS-ABORT-RUN
056100         MOVE 16 TO RETURN-CODE
056200     ELSE
056300         IF WS-REJECT-COUNT > ZERO
056400             MOVE 4 TO RETURN-CODE
056500         ELSE
056600             MOVE ZERO TO RETURN-CODE
056700         END-IF
056800     END-IF.
056900 9000-TERMINATE-EXIT.
057000     EXIT.

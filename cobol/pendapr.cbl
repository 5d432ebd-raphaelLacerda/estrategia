000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PENDAPR.
000300 AUTHOR. DATA-PROCESSING-DEPT.
000400 INSTALLATION. ESTRATEGIA-BATCH-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RSL  ORIGINAL VERSION - APPROVAL SIDE OF THE
001100*                     MAKER-CHECKER CONTROL ON SUSPENSE
001200*                     CORRECTIONS AND CUSTOMER MAINTENANCE. A
001300*                     SECOND OPERATOR'S DECISIONS (APPRTRN)
001400*                     APPROVE OR REJECT ITEMS ON THE PENDING QUEUE
001500*                     (PENDQ) THAT PENDENT LOADED; A DECISION BY
001600*                     THE OPERATOR WHO KEYED THE ITEM, OR ON AN
001700*                     ITEM NOT PENDING, IS REFUSED AND THE ITEM
001800*                     LEFT AS IT IS. THE DAY'S APPROVED ITEMS ARE
001900*                     THEN WRITTEN TO CORRTRN AND CUSTTRN WITH
002000*                     BOTH OPERATOR IDS STAMPED, SO EXCSUSP AND
002100*                     CUSTMNT APPLY ONLY APPROVED WORK. THE DAILY
002200*                     APPROVAL REPORT (APRRPT) LISTS THE DAY'S
002300*                     DECISIONS, THE REFUSALS, AND EVERY ITEM
002400*                     STILL PENDING WITH ITS AGE IN BUSINESS DAYS,
002500*                     AGED ITEMS FLAGGED.
002600*
002700*    RUNS AFTER PENDENT AND BEFORE EXCSUSP AND CUSTMNT. CORRTRN
002800*    AND CUSTTRN ARE REBUILT FROM THE QUEUE EACH RUN OUT OF EVERY
002900*    ITEM APPROVED UNDER THE BUSINESS DATE, SO A RERUN BEFORE
003000*    THOSE STEPS GIVES THE SAME FILES
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*    THE PENDING QUEUE PENDENT LOADS - MISSING MEANS NOTHING HAS
003600*    EVER BEEN QUEUED
003700     SELECT OPTIONAL PENDING-QUEUE-FILE ASSIGN TO "PENDQ"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PQ-ITEM-ID
004100         FILE STATUS IS WS-QUEUE-STATUS.
004200*    THE CHECKER'S DECISIONS - MISSING MEANS NONE TODAY
004300     SELECT OPTIONAL DECISION-FILE ASSIGN TO "APPRTRN"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-DECISION-STATUS.
004600     SELECT CORRECTION-FILE ASSIGN TO "CORRTRN"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-CORRECTION-STATUS.
004900     SELECT MAINT-TRAN-FILE ASSIGN TO "CUSTTRN"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-MAINT-TRAN-STATUS.
005200*    SHOP BUSINESS-DAY CALENDAR - HOLIDAYS AND ANY WEEKEND DAYS
005300*    OPENED FOR BUSINESS. MISSING MEANS SAT/SUN CLOSED ONLY
005400     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CALENDAR-STATUS.
005700     SELECT APPROVAL-REPORT-FILE ASSIGN TO "APRRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
006300*    ONE QUEUED ITEM - PENDENT CARRIES THE SAME LAYOUT, THE TWO
006400*    MUST STAY IN STEP
006500 FD  PENDING-QUEUE-FILE.
006600 01  PENDING-QUEUE-RECORD.
006700     05  PQ-ITEM-ID.
006800         10  PQ-ENTRY-DATE          PIC 9(08).
006900         10  PQ-ENTRY-SEQ           PIC 9(05).
007000*    "S" SUSPENSE CORRECTION (CORRTRN), "M" CUSTOMER MAINTENANCE
007100*    (CUSTTRN)
007200     05  PQ-STREAM                  PIC X(01).
007300         88  PQ-STREAM-CORRECTION   VALUE "S".
007400         88  PQ-STREAM-MAINT        VALUE "M".
007500     05  PQ-STATUS                  PIC X(01).
007600         88  PQ-PENDING             VALUE "P".
007700         88  PQ-APPROVED            VALUE "A".
007800         88  PQ-REJECTED            VALUE "R".
007900     05  PQ-MAKER-ID                PIC X(03).
008000     05  PQ-ENTRY-TIME              PIC X(06).
008100     05  PQ-CHECKER-ID              PIC X(03).
008200     05  PQ-DECISION-DATE           PIC 9(08).
008300     05  PQ-REJECT-REASON           PIC X(30).
008400     05  PQ-TRAN-IMAGE              PIC X(80).
008500     05  PQ-CORRECTION-VIEW REDEFINES PQ-TRAN-IMAGE.
008600         10  PQC-KEY                PIC X(10).
008700         10  FILLER                 PIC X(70).
008800     05  PQ-MAINT-VIEW REDEFINES PQ-TRAN-IMAGE.
008900         10  PQM-ACTION             PIC X(01).
009000         10  PQM-CUST-ID            PIC X(10).
009100         10  FILLER                 PIC X(69).
009200     05  FILLER                     PIC X(15).
009300*
009400*    ONE CHECKER DECISION - THE ITEM NUMBER AS PRINTED ON ENTRPT
009500*    AND APRRPT, "A" APPROVE OR "R" REJECT, THE CHECKER'S ID AND,
009600*    FOR A REJECTION, WHY
009700 FD  DECISION-FILE
009800     RECORDING MODE IS F.
009900 01  DECISION-RECORD.
010000     05  APR-ITEM-ID.
010100         10  APR-ITEM-DATE          PIC 9(08).
010200         10  APR-ITEM-SEQ           PIC 9(05).
010300     05  APR-DECISION               PIC X(01).
010400         88  APR-APPROVE            VALUE "A".
010500         88  APR-REJECT             VALUE "R".
010600     05  APR-CHECKER-ID             PIC X(03).
010700     05  APR-REASON                 PIC X(30).
010800     05  FILLER                     PIC X(33).
010900*
011000*    SAME LAYOUT EXCSUSP READS FROM CORRTRN
011100 FD  CORRECTION-FILE
011200     RECORDING MODE IS F.
011300 01  CORRECTION-RECORD.
011400     05  COR-KEY                    PIC X(10).
011500     05  COR-NUMA                   PIC 9(09).
011600     05  COR-NUMB                   PIC 9(09).
011700     05  COR-MAKER-ID               PIC X(03).
011800     05  COR-APPROVER-ID            PIC X(03).
011900     05  FILLER                     PIC X(46).
012000*
012100*    SAME LAYOUT CUSTMNT READS FROM CUSTTRN
012200 FD  MAINT-TRAN-FILE
012300     RECORDING MODE IS F.
012400 01  MAINT-TRAN-RECORD.
012500     05  CMT-ACTION                 PIC X(01).
012600     05  CMT-CUST-ID                PIC X(10).
012700     05  CMT-CUST-NAME              PIC X(40).
012800     05  CMT-MAKER-ID               PIC X(03).
012900     05  CMT-APPROVER-ID            PIC X(03).
013000     05  FILLER                     PIC X(23).
013100*
013200*    ONE CALENDAR RECORD PER EXCEPTION TO THE MONDAY-FRIDAY WEEK -
013300*    JOBDRV, VERBS, TRANEDIT, EXCSUSP, TRENDRPT, GLACK AND HOLDREG
013400*    READ THE SAME FILE, SO EVERY READER MUST STAY IN STEP
013500 FD  CALENDAR-FILE
013600     RECORDING MODE IS F.
013700 01  CALENDAR-RECORD.
013800     05  CAL-DATE                   PIC X(08).
013900     05  CAL-DAY-TYPE               PIC X(01).
014000         88  CAL-HOLIDAY            VALUE "H".
014100         88  CAL-OPENED-DAY         VALUE "W".
014200     05  CAL-DESCRIPTION            PIC X(30).
014300     05  FILLER                     PIC X(41).
014400*
014500 FD  APPROVAL-REPORT-FILE.
014600 01  APPROVAL-REPORT-LINE            PIC X(80).
014700*
014800 WORKING-STORAGE SECTION.
014900*
015000*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
015100*    POSITIONS 1-8 ARE THE BUSINESS DATE (YYYYMMDD), SPACES MEANS
015200*    TAKE THE SYSTEM DATE. POSITIONS 9-11 ARE THE NUMBER OF
015300*    BUSINESS DAYS AN ITEM MAY WAIT BEFORE IT IS REPORTED AGED -
015400*    SPACES OR ZERO MEANS THE SHOP STANDARD OF 3
015500 01  WS-RUN-PARM                     PIC X(11) VALUE SPACES.
015510 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
015600     05  PARM-DATE                   PIC X(08).
015700     05  PARM-AGED-LIMIT             PIC X(03).
015800 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
015900 01  WS-AGED-LIMIT                   PIC 9(03) VALUE 3.
016000*
016100*    FILE STATUS FIELDS - "05" ON AN OPTIONAL FILE IS A GOOD OPEN
016200*    OF A FILE THAT IS NOT THERE
016300 01  WS-QUEUE-STATUS                 PIC X(02) VALUE "00".
016400     88  WS-QUEUE-OK                 VALUE "00" "05".
016500 01  WS-DECISION-STATUS              PIC X(02) VALUE "00".
016600     88  WS-DECISION-OK              VALUE "00" "05".
016700 01  WS-CORRECTION-STATUS            PIC X(02) VALUE "00".
016800 01  WS-MAINT-TRAN-STATUS            PIC X(02) VALUE "00".
016900*
017000*    END-OF-FILE AND RUN-ABORT SWITCHES
017100 01  WS-SWITCHES.
017200     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
017300         88  WS-EOF                  VALUE "Y".
017400     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
017500         88  WS-ABORT-RUN            VALUE "Y".
017600     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
017700         88  WS-FILES-OPEN           VALUE "Y".
017800*
017900*    RECORD COUNTERS - THE APPROVED AND REJECTED COUNTS ARE EVERY
018000*    DECISION RECORDED UNDER THE BUSINESS DATE, THIS RUN OR AN
018100*    EARLIER ONE THE SAME DAY
018200 01  WS-COUNTERS.
018300     05  WS-DECISION-READ-COUNT      PIC 9(09) VALUE ZERO.
018400     05  WS-REFUSED-COUNT            PIC 9(09) VALUE ZERO.
018500     05  WS-APPROVED-COUNT           PIC 9(09) VALUE ZERO.
018600     05  WS-REJECTED-COUNT           PIC 9(09) VALUE ZERO.
018700     05  WS-CORRECTION-OUT-COUNT     PIC 9(09) VALUE ZERO.
018800     05  WS-MAINT-OUT-COUNT          PIC 9(09) VALUE ZERO.
018900     05  WS-PENDING-COUNT            PIC 9(09) VALUE ZERO.
019000     05  WS-AGED-COUNT               PIC 9(09) VALUE ZERO.
019100*
019200*    WHY A DECISION WAS REFUSED, AND A PENDING ITEM'S AGE IN
019300*    BUSINESS DAYS (STOPS AT 999)
019400 01  WS-REFUSE-REASON                PIC X(30) VALUE SPACES.
019500 01  WS-AGE-ELAPSED                  PIC 9(04) VALUE ZERO.
019600*
019700*    CALENDAR WORK FIELDS FOR THE ONE-DAY BUMP WHILE COUNTING
019800 01  WS-MONTH-LENGTHS-V.
019900     05  FILLER                      PIC X(24) VALUE
020000         "312831303130313130313031".
020100 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS-V.
020200     05  WS-MONTH-LENGTH OCCURS 12 TIMES
020300                                     PIC 9(02).
020400 01  WS-DAYS-THIS-MONTH              PIC 9(02) VALUE ZERO.
020500 01  WS-LEAP-WORK                    PIC 9(04) VALUE ZERO.
020600 01  WS-LEAP-REM                     PIC 9(04) VALUE ZERO.
020700*
020800*    FILE STATUS FOR THE BUSINESS-DAY CALENDAR - "05" MEANS THE
020900*    OPTIONAL FILE IS NOT THERE
021000 01  WS-CALENDAR-STATUS              PIC X(02) VALUE "00".
021100     88  WS-CALENDAR-OK              VALUE "00" "05".
021200     88  WS-CALENDAR-NOT-THERE       VALUE "05".
021300 01  WS-CALENDAR-SWITCHES.
021400     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
021500         88  WS-CAL-EOF              VALUE "Y".
021600     05  WS-CAL-UNREADABLE-SWITCH    PIC X(01) VALUE "N".
021700         88  WS-CAL-UNREADABLE       VALUE "Y".
021800     05  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE "N".
021900         88  WS-BUSINESS-DAY         VALUE "Y".
022000*
022100*    CALENDAR EXCEPTIONS LOADED FROM BUSCAL - "H" CLOSES A
022200*    WEEKDAY, "W" OPENS A WEEKEND DAY
022300 01  WS-CALENDAR-TABLE.
022400     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
022500     05  WS-CAL-ENTRY OCCURS 500 TIMES
022600                     INDEXED BY CAL-IDX.
022700         10  WS-CAL-TAB-DATE         PIC 9(08).
022800         10  WS-CAL-TAB-TYPE         PIC X(01).
022900*
023000*    THE DATE BEING JUDGED, AND THE DAY-OF-WEEK WORK FIELDS
023100 01  WS-CAL-TEST-DATE                PIC 9(08) VALUE ZERO.
023200 01  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE.
023300     05  WS-CAL-TEST-YEAR            PIC 9(04).
023400     05  WS-CAL-TEST-MONTH           PIC 9(02).
023500     05  WS-CAL-TEST-DAY             PIC 9(02).
023600 01  WS-DOW-WORK.
023700     05  WS-DOW-YEAR                 PIC 9(04).
023800     05  WS-DOW-MONTH                PIC 9(02).
023900     05  WS-DOW-CENTURY              PIC 9(02).
024000     05  WS-DOW-YEAR-OF-CENTURY      PIC 9(02).
024100     05  WS-DOW-TERM                 PIC 9(04).
024200     05  WS-DOW-SUM                  PIC 9(05).
024300     05  WS-DOW-QUOTIENT             PIC 9(05).
024400     05  WS-DOW-DAY                  PIC 9(01).
024500         88  WS-DOW-WEEKEND          VALUE 0 1.
024600*
024700*    REPORT LINE LAYOUTS - ONE LINE PER DECISION AND PER ITEM
024800*    STILL PENDING
024900 01  WS-QUEUE-COLUMN-HEADING.
025000     05  FILLER                      PIC X(24) VALUE
025100         "RESULT   ITEM          ".
025200     05  FILLER                      PIC X(30) VALUE
025300         "STRM A KEY        MKR CHK AGE".
025400     05  FILLER                      PIC X(26) VALUE
025500         " NOTE".
025600 01  WS-QUEUE-DETAIL-LINE.
025700     05  QDL-RESULT                  PIC X(09).
025800     05  QDL-ENTRY-DATE              PIC X(08).
025900     05  QDL-DASH                    PIC X(01).
026000     05  QDL-ENTRY-SEQ               PIC X(05).
026100     05  FILLER                      PIC X(01) VALUE SPACES.
026200     05  QDL-STREAM                  PIC X(04).
026300     05  FILLER                      PIC X(01) VALUE SPACES.
026400     05  QDL-ACTION                  PIC X(01).
026500     05  FILLER                      PIC X(01) VALUE SPACES.
026600     05  QDL-TRAN-KEY                PIC X(10).
026700     05  FILLER                      PIC X(01) VALUE SPACES.
026800     05  QDL-MAKER                   PIC X(03).
026900     05  FILLER                      PIC X(01) VALUE SPACES.
027000     05  QDL-CHECKER                 PIC X(03).
027100     05  FILLER                      PIC X(01) VALUE SPACES.
027200     05  QDL-AGE                     PIC ZZ9.
027300     05  FILLER                      PIC X(01) VALUE SPACES.
027400     05  QDL-NOTE                    PIC X(26).
027500*
027600 01  WS-APR-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
027700*
027800 PROCEDURE DIVISION.
027900*
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE
028200         THRU 1000-INITIALIZE-EXIT.
028300     IF NOT WS-ABORT-RUN
028400         PERFORM 2000-APPLY-DECISIONS
028500             THRU 2000-APPLY-DECISIONS-EXIT
028600     END-IF.
028700     IF NOT WS-ABORT-RUN
028800         PERFORM 3000-RELEASE-APPROVED
028900             THRU 3000-RELEASE-APPROVED-EXIT
029000     END-IF.
029100     IF NOT WS-ABORT-RUN
029200         PERFORM 8000-APPROVAL-TOTALS
029300             THRU 8000-APPROVAL-TOTALS-EXIT
029400     END-IF.
029500     PERFORM 9000-TERMINATE
029600         THRU 9000-TERMINATE-EXIT.
029700     GOBACK.
029800*
029900*    RESOLVES THE BUSINESS DATE AND AGED LIMIT, LOADS THE
030000*    CALENDAR AND OPENS THE FILES - ANY OF THEM THAT CANNOT BE
030100*    OPENED ABORTS THE RUN BEFORE THE QUEUE IS TOUCHED
030200 1000-INITIALIZE.
030300     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
030400     IF PARM-DATE IS NUMERIC
030500         MOVE PARM-DATE TO WS-BUSINESS-DATE
030600     ELSE
030700         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
030800     END-IF.
030900     IF PARM-AGED-LIMIT IS NUMERIC
031000             AND PARM-AGED-LIMIT NOT = "000"
031100         MOVE PARM-AGED-LIMIT TO WS-AGED-LIMIT
031200     END-IF.
031300     PERFORM 9100-LOAD-CALENDAR
031400         THRU 9100-LOAD-CALENDAR-EXIT.
031500     IF WS-CAL-UNREADABLE
031600         DISPLAY "PENDAPR: BUSINESS CALENDAR UNREADABLE - RUN"
031700             " ABORTED"
031800         SET WS-ABORT-RUN TO TRUE
031900         GO TO 1000-INITIALIZE-EXIT
032000     END-IF.
032100     OPEN I-O PENDING-QUEUE-FILE.
032200     IF NOT WS-QUEUE-OK
032300         DISPLAY "PENDAPR: UNABLE TO OPEN PENDING-QUEUE-FILE,"
032400             " FILE STATUS=" WS-QUEUE-STATUS
032500         SET WS-ABORT-RUN TO TRUE
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF.
032800     OPEN INPUT DECISION-FILE.
032900     IF NOT WS-DECISION-OK
033000         DISPLAY "PENDAPR: UNABLE TO OPEN DECISION-FILE, FILE"
033100             " STATUS=" WS-DECISION-STATUS
033200         SET WS-ABORT-RUN TO TRUE
033300         CLOSE PENDING-QUEUE-FILE
033400         GO TO 1000-INITIALIZE-EXIT
033500     END-IF.
033600     OPEN OUTPUT CORRECTION-FILE.
033700     IF WS-CORRECTION-STATUS NOT = "00"
033800         DISPLAY "PENDAPR: UNABLE TO OPEN CORRECTION-FILE, FILE"
033900             " STATUS=" WS-CORRECTION-STATUS
034000         SET WS-ABORT-RUN TO TRUE
034100         CLOSE PENDING-QUEUE-FILE
034200         CLOSE DECISION-FILE
034300         GO TO 1000-INITIALIZE-EXIT
034400     END-IF.
034500     OPEN OUTPUT MAINT-TRAN-FILE.
034600     IF WS-MAINT-TRAN-STATUS NOT = "00"
034700         DISPLAY "PENDAPR: UNABLE TO OPEN MAINT-TRAN-FILE, FILE"
034800             " STATUS=" WS-MAINT-TRAN-STATUS
034900         SET WS-ABORT-RUN TO TRUE
035000         CLOSE PENDING-QUEUE-FILE
035100         CLOSE DECISION-FILE
035200         CLOSE CORRECTION-FILE
035300         GO TO 1000-INITIALIZE-EXIT
035400     END-IF.
035500     OPEN OUTPUT APPROVAL-REPORT-FILE.
035600     SET WS-FILES-OPEN TO TRUE.
035700     PERFORM 7000-WRITE-REPORT-HEADING
035800         THRU 7000-WRITE-REPORT-HEADING-EXIT.
035900 1000-INITIALIZE-EXIT.
036000     EXIT.
036100*
036200*    EVERY CHECKER DECISION IN TURN - EACH IS APPLIED TO ITS
036300*    QUEUED ITEM OR REFUSED
036400 2000-APPLY-DECISIONS.
036500     MOVE "N" TO WS-EOF-SWITCH.
036600     PERFORM 2100-READ-DECISION
036700         THRU 2100-READ-DECISION-EXIT.
036800     PERFORM 2200-APPLY-ONE-DECISION
036900         THRU 2200-APPLY-ONE-DECISION-EXIT
037000         UNTIL WS-EOF OR WS-ABORT-RUN.
037100 2000-APPLY-DECISIONS-EXIT.
037200     EXIT.
037300*
037400 2100-READ-DECISION.
037500     READ DECISION-FILE
037600         AT END
037700             SET WS-EOF TO TRUE
037800     END-READ.
037900 2100-READ-DECISION-EXIT.
038000     EXIT.
038100*
038200*    A DECISION IS REFUSED - AND THE ITEM LEFT EXACTLY AS IT
038300*    WAS - WHEN THE ITEM IS NOT ON THE QUEUE OR NO LONGER
038400*    PENDING, WHEN THERE IS NO CHECKER ID, WHEN THE CHECKER IS
038500*    THE OPERATOR WHO KEYED THE ITEM, OR WHEN THE DECISION CODE
038600*    IS NEITHER "A" NOR "R"
038700 2200-APPLY-ONE-DECISION.
038800     ADD 1 TO WS-DECISION-READ-COUNT.
038900     MOVE SPACES TO WS-REFUSE-REASON.
039000     MOVE APR-ITEM-ID TO PQ-ITEM-ID.
039100     READ PENDING-QUEUE-FILE
039200         INVALID KEY
039300             MOVE "ITEM NOT ON THE QUEUE" TO WS-REFUSE-REASON
039400     END-READ.
039500     IF WS-REFUSE-REASON = SPACES
039600         IF NOT PQ-PENDING
039700             MOVE "ITEM ALREADY DECIDED" TO WS-REFUSE-REASON
039800         ELSE
039900             IF APR-CHECKER-ID = SPACES
040000                 MOVE "NO CHECKER ID" TO WS-REFUSE-REASON
040100             ELSE
040200                 IF APR-CHECKER-ID = PQ-MAKER-ID
040300                     MOVE "CHECKER KEYED THE ITEM"
040400                         TO WS-REFUSE-REASON
040500                 ELSE
040600                     IF NOT APR-APPROVE AND NOT APR-REJECT
040700                         MOVE "INVALID DECISION CODE"
040800                             TO WS-REFUSE-REASON
040900                     END-IF
041000                 END-IF
041100             END-IF
041200         END-IF
041300     END-IF.
041400     IF WS-REFUSE-REASON NOT = SPACES
041500         PERFORM 2300-REFUSE-DECISION
041600             THRU 2300-REFUSE-DECISION-EXIT
041700         PERFORM 2100-READ-DECISION
041800             THRU 2100-READ-DECISION-EXIT
041900         GO TO 2200-APPLY-ONE-DECISION-EXIT
042000     END-IF.
042100     MOVE APR-DECISION TO PQ-STATUS.
042200     MOVE APR-CHECKER-ID TO PQ-CHECKER-ID.
042300     MOVE WS-BUSINESS-DATE TO PQ-DECISION-DATE.
042400     MOVE SPACES TO PQ-REJECT-REASON.
042500     IF PQ-REJECTED
042600         IF APR-REASON = SPACES
042700             MOVE "NO REASON GIVEN" TO PQ-REJECT-REASON
042800         ELSE
042900             MOVE APR-REASON TO PQ-REJECT-REASON
043000         END-IF
043100     END-IF.
043200     REWRITE PENDING-QUEUE-RECORD
043300         INVALID KEY
043400             DISPLAY "PENDAPR: PENDING-QUEUE-FILE REWRITE ERROR,"
043500                 " FILE STATUS=" WS-QUEUE-STATUS
043600             SET WS-ABORT-RUN TO TRUE
043700             GO TO 2200-APPLY-ONE-DECISION-EXIT
043800     END-REWRITE.
043900     PERFORM 7100-FORMAT-ITEM-LINE
044000         THRU 7100-FORMAT-ITEM-LINE-EXIT.
044100     IF PQ-APPROVED
044200         MOVE "APPROVED" TO QDL-RESULT
044300         MOVE "RELEASED TO TODAY'S RUN" TO QDL-NOTE
044400     ELSE
044500         MOVE "REJECTED" TO QDL-RESULT
044600         MOVE PQ-REJECT-REASON TO QDL-NOTE
044700     END-IF.
044800     MOVE WS-QUEUE-DETAIL-LINE TO APPROVAL-REPORT-LINE.
044900     WRITE APPROVAL-REPORT-LINE.
045000     PERFORM 2100-READ-DECISION
045100         THRU 2100-READ-DECISION-EXIT.
045200 2200-APPLY-ONE-DECISION-EXIT.
045300     EXIT.
045400*
045500*    ONE REFUSED DECISION - LISTED WITH THE REASON. THE ITEM
045600*    DETAILS ARE SHOWN WHEN THE ITEM WAS FOUND ON THE QUEUE
045700 2300-REFUSE-DECISION.
045800     ADD 1 TO WS-REFUSED-COUNT.
045900     IF WS-REFUSE-REASON = "ITEM NOT ON THE QUEUE"
046000         MOVE SPACES TO WS-QUEUE-DETAIL-LINE
046100         MOVE APR-ITEM-DATE TO QDL-ENTRY-DATE
046200         MOVE "-" TO QDL-DASH
046300         MOVE APR-ITEM-SEQ TO QDL-ENTRY-SEQ
046400     ELSE
046500         PERFORM 7100-FORMAT-ITEM-LINE
046600             THRU 7100-FORMAT-ITEM-LINE-EXIT
046700     END-IF.
046800     MOVE "REFUSED" TO QDL-RESULT.
046900     MOVE APR-CHECKER-ID TO QDL-CHECKER.
047000     MOVE WS-REFUSE-REASON TO QDL-NOTE.
047100     MOVE WS-QUEUE-DETAIL-LINE TO APPROVAL-REPORT-LINE.
047200     WRITE APPROVAL-REPORT-LINE.
047300 2300-REFUSE-DECISION-EXIT.
047400     EXIT.
047500*
047600*    READS THE WHOLE QUEUE IN KEY ORDER - EVERY ITEM APPROVED
047700*    UNDER THE BUSINESS DATE GOES TO CORRTRN OR CUSTTRN, EVERY
047800*    ITEM STILL PENDING IS LISTED WITH ITS AGE
047900 3000-RELEASE-APPROVED.
048000     MOVE SPACES TO APPROVAL-REPORT-LINE.
048100     WRITE APPROVAL-REPORT-LINE.
048200     MOVE "ITEMS STILL PENDING" TO APPROVAL-REPORT-LINE.
048300     WRITE APPROVAL-REPORT-LINE.
048400     MOVE "N" TO WS-EOF-SWITCH.
048500     MOVE LOW-VALUES TO PQ-ITEM-ID.
048600     START PENDING-QUEUE-FILE
048700         KEY IS NOT LESS THAN PQ-ITEM-ID
048800         INVALID KEY
048900             GO TO 3000-RELEASE-APPROVED-EXIT
049000     END-START.
049100     PERFORM 3100-RELEASE-ONE-ITEM
049200         THRU 3100-RELEASE-ONE-ITEM-EXIT
049300         UNTIL WS-EOF OR WS-ABORT-RUN.
049400 3000-RELEASE-APPROVED-EXIT.
049500     EXIT.
049600*
049700 3100-RELEASE-ONE-ITEM.
049800     READ PENDING-QUEUE-FILE NEXT RECORD
049900         AT END
050000             SET WS-EOF TO TRUE
050100             GO TO 3100-RELEASE-ONE-ITEM-EXIT
050200     END-READ.
050300     IF PQ-PENDING
050400         PERFORM 3300-LIST-PENDING-ITEM
050500             THRU 3300-LIST-PENDING-ITEM-EXIT
050600         GO TO 3100-RELEASE-ONE-ITEM-EXIT
050700     END-IF.
050800     IF PQ-DECISION-DATE NOT = WS-BUSINESS-DATE
050900         GO TO 3100-RELEASE-ONE-ITEM-EXIT
051000     END-IF.
051100     IF PQ-REJECTED
051200         ADD 1 TO WS-REJECTED-COUNT
051300         GO TO 3100-RELEASE-ONE-ITEM-EXIT
051400     END-IF.
051500     ADD 1 TO WS-APPROVED-COUNT.
051600     PERFORM 3200-WRITE-APPROVED-TRAN
051700         THRU 3200-WRITE-APPROVED-TRAN-EXIT.
051800 3100-RELEASE-ONE-ITEM-EXIT.
051900     EXIT.
052000*
052100*    PUTS AN APPROVED ITEM BACK INTO ITS TRANSACTION LAYOUT WITH
052200*    THE KEYING AND APPROVING OPERATORS STAMPED ON IT
052300 3200-WRITE-APPROVED-TRAN.
052400     IF PQ-STREAM-CORRECTION
052500         MOVE PQ-TRAN-IMAGE TO CORRECTION-RECORD
052600         MOVE PQ-MAKER-ID TO COR-MAKER-ID
052700         MOVE PQ-CHECKER-ID TO COR-APPROVER-ID
052800         WRITE CORRECTION-RECORD
052900         ADD 1 TO WS-CORRECTION-OUT-COUNT
053000     ELSE
053100         MOVE PQ-TRAN-IMAGE TO MAINT-TRAN-RECORD
053200         MOVE PQ-MAKER-ID TO CMT-MAKER-ID
053300         MOVE PQ-CHECKER-ID TO CMT-APPROVER-ID
053400         WRITE MAINT-TRAN-RECORD
053500         ADD 1 TO WS-MAINT-OUT-COUNT
053600     END-IF.
053700 3200-WRITE-APPROVED-TRAN-EXIT.
053800     EXIT.
053900*
054000*    ONE ITEM STILL AWAITING A DECISION - ITS AGE IS THE BUSINESS
054100*    DAYS SINCE IT WAS QUEUED, AND PAST THE AGED LIMIT IT IS
054200*    FLAGGED FOR THE SUPERVISOR
054300 3300-LIST-PENDING-ITEM.
054400     ADD 1 TO WS-PENDING-COUNT.
054500     PERFORM 3310-COUNT-BUSINESS-DAYS
054600         THRU 3310-COUNT-BUSINESS-DAYS-EXIT.
054700     PERFORM 7100-FORMAT-ITEM-LINE
054800         THRU 7100-FORMAT-ITEM-LINE-EXIT.
054900     MOVE WS-AGE-ELAPSED TO QDL-AGE.
055000     IF WS-AGE-ELAPSED > WS-AGED-LIMIT
055100         ADD 1 TO WS-AGED-COUNT
055200         MOVE "AGED" TO QDL-RESULT
055300         MOVE "AWAITING APPROVAL - AGED" TO QDL-NOTE
055400     ELSE
055500         MOVE "PENDING" TO QDL-RESULT
055600         MOVE "AWAITING APPROVAL" TO QDL-NOTE
055700     END-IF.
055800     MOVE WS-QUEUE-DETAIL-LINE TO APPROVAL-REPORT-LINE.
055900     WRITE APPROVAL-REPORT-LINE.
056000 3300-LIST-PENDING-ITEM-EXIT.
056100     EXIT.
056200*
056300*    COUNTS THE BUSINESS DAYS AFTER THE ENTRY DATE THROUGH THIS
056400*    RUN'S BUSINESS DATE, STOPPING AT 999
056500 3310-COUNT-BUSINESS-DAYS.
056600     MOVE PQ-ENTRY-DATE TO WS-CAL-TEST-DATE.
056700     MOVE ZERO TO WS-AGE-ELAPSED.
056800     IF WS-CAL-TEST-MONTH < 1 OR WS-CAL-TEST-MONTH > 12
056900             OR WS-CAL-TEST-DAY < 1 OR WS-CAL-TEST-DAY > 31
057000         GO TO 3310-COUNT-BUSINESS-DAYS-EXIT
057100     END-IF.
057200     PERFORM 3320-COUNT-ONE-DAY
057300         THRU 3320-COUNT-ONE-DAY-EXIT
057400         UNTIL WS-CAL-TEST-DATE >= WS-BUSINESS-DATE
057500         OR WS-AGE-ELAPSED >= 999.
057600 3310-COUNT-BUSINESS-DAYS-EXIT.
057700     EXIT.
057800*
057900 3320-COUNT-ONE-DAY.
058000     PERFORM 9300-BUMP-TEST-DATE
058100         THRU 9300-BUMP-TEST-DATE-EXIT.
058200     PERFORM 9200-TEST-BUSINESS-DAY
058300         THRU 9200-TEST-BUSINESS-DAY-EXIT.
058400     IF WS-BUSINESS-DAY
058500         ADD 1 TO WS-AGE-ELAPSED
058600     END-IF.
058700 3320-COUNT-ONE-DAY-EXIT.
058800     EXIT.
058900*
059000 7000-WRITE-REPORT-HEADING.
059100     MOVE SPACES TO APPROVAL-REPORT-LINE.
059200     STRING "PENDAPR MAKER-CHECKER APPROVAL REPORT - "
059300             DELIMITED BY SIZE
059400             WS-BUSINESS-DATE DELIMITED BY SIZE
059500             INTO APPROVAL-REPORT-LINE.
059600     WRITE APPROVAL-REPORT-LINE.
059700     MOVE SPACES TO APPROVAL-REPORT-LINE.
059800     WRITE APPROVAL-REPORT-LINE.
059900     MOVE WS-QUEUE-COLUMN-HEADING TO APPROVAL-REPORT-LINE.
060000     WRITE APPROVAL-REPORT-LINE.
060100 7000-WRITE-REPORT-HEADING-EXIT.
060200     EXIT.
060300*
060400*    FILLS THE DETAIL LINE FROM THE QUEUED ITEM IN THE RECORD
060500*    AREA - THE CALLER SETS THE RESULT AND NOTE
060600 7100-FORMAT-ITEM-LINE.
060700     MOVE SPACES TO WS-QUEUE-DETAIL-LINE.
060800     MOVE PQ-ENTRY-DATE TO QDL-ENTRY-DATE.
060900     MOVE "-" TO QDL-DASH.
061000     MOVE PQ-ENTRY-SEQ TO QDL-ENTRY-SEQ.
061100     IF PQ-STREAM-CORRECTION
061200         MOVE "CORR" TO QDL-STREAM
061300         MOVE PQC-KEY TO QDL-TRAN-KEY
061400     ELSE
061500         MOVE "CUST" TO QDL-STREAM
061600         MOVE PQM-ACTION TO QDL-ACTION
061700         MOVE PQM-CUST-ID TO QDL-TRAN-KEY
061800     END-IF.
061900     MOVE PQ-MAKER-ID TO QDL-MAKER.
062000     MOVE PQ-CHECKER-ID TO QDL-CHECKER.
062100 7100-FORMAT-ITEM-LINE-EXIT.
062200     EXIT.
062300*
062400*    WRITES THE END-OF-RUN TOTALS TO THE APPROVAL REPORT
062500 8000-APPROVAL-TOTALS.
062600     MOVE SPACES TO APPROVAL-REPORT-LINE.
062700     WRITE APPROVAL-REPORT-LINE.
062800     MOVE WS-DECISION-READ-COUNT TO WS-APR-EDIT-COUNT.
062900     STRING "DECISIONS READ ........ " DELIMITED BY SIZE
063000             WS-APR-EDIT-COUNT DELIMITED BY SIZE
063100             INTO APPROVAL-REPORT-LINE.
063200     WRITE APPROVAL-REPORT-LINE.
063300     MOVE WS-REFUSED-COUNT TO WS-APR-EDIT-COUNT.
063400     STRING "DECISIONS REFUSED ..... " DELIMITED BY SIZE
063500             WS-APR-EDIT-COUNT DELIMITED BY SIZE
063600             INTO APPROVAL-REPORT-LINE.
063700     WRITE APPROVAL-REPORT-LINE.
063800     MOVE WS-APPROVED-COUNT TO WS-APR-EDIT-COUNT.
063900     STRING "APPROVED TODAY ........ " DELIMITED BY SIZE
064000             WS-APR-EDIT-COUNT DELIMITED BY SIZE
064100             INTO APPROVAL-REPORT-LINE.
064200     WRITE APPROVAL-REPORT-LINE.
064300     MOVE WS-REJECTED-COUNT TO WS-APR-EDIT-COUNT.
064400     STRING "REJECTED TODAY ........ " DELIMITED BY SIZE
064500             WS-APR-EDIT-COUNT DELIMITED BY SIZE
064600             INTO APPROVAL-REPORT-LINE.
064700     WRITE APPROVAL-REPORT-LINE.
064800     MOVE WS-CORRECTION-OUT-COUNT TO WS-APR-EDIT-COUNT.
064900     STRING "CORRECTIONS RELEASED .. " DELIMITED BY SIZE
065000             WS-APR-EDIT-COUNT DELIMITED BY SIZE
065100             INTO APPROVAL-REPORT-LINE.
065200     WRITE APPROVAL-REPORT-LINE.
065300     MOVE WS-MAINT-OUT-COUNT TO WS-APR-EDIT-COUNT.
065400     STRING "MAINTENANCE RELEASED .. " DELIMITED BY SIZE
065500             WS-APR-EDIT-COUNT DELIMITED BY SIZE
065600             INTO APPROVAL-REPORT-LINE.
065700     WRITE APPROVAL-REPORT-LINE.
065800     MOVE WS-PENDING-COUNT TO WS-APR-EDIT-COUNT.
065900     STRING "ITEMS STILL PENDING ... " DELIMITED BY SIZE
066000             WS-APR-EDIT-COUNT DELIMITED BY SIZE
066100             INTO APPROVAL-REPORT-LINE.
066200     WRITE APPROVAL-REPORT-LINE.
066300     MOVE WS-AGED-COUNT TO WS-APR-EDIT-COUNT.
066400     STRING "PENDING ITEMS AGED .... " DELIMITED BY SIZE
066500             WS-APR-EDIT-COUNT DELIMITED BY SIZE
066600             INTO APPROVAL-REPORT-LINE.
066700     WRITE APPROVAL-REPORT-LINE.
066800 8000-APPROVAL-TOTALS-EXIT.
066900     EXIT.
067000*
067100 9000-TERMINATE.
067200     DISPLAY "PENDAPR: DECISIONS READ: " WS-DECISION-READ-COUNT.
067300     DISPLAY "PENDAPR: DECISIONS REFUSED: " WS-REFUSED-COUNT.
067400     DISPLAY "PENDAPR: APPROVED TODAY: " WS-APPROVED-COUNT.
067500     DISPLAY "PENDAPR: REJECTED TODAY: " WS-REJECTED-COUNT.
067600     DISPLAY "PENDAPR: ITEMS STILL PENDING: " WS-PENDING-COUNT.
067700     DISPLAY "PENDAPR: PENDING ITEMS AGED: " WS-AGED-COUNT.
067800     IF WS-FILES-OPEN
067900         CLOSE PENDING-QUEUE-FILE
068000         CLOSE DECISION-FILE
068100         CLOSE CORRECTION-FILE
068200         CLOSE MAINT-TRAN-FILE
068300         CLOSE APPROVAL-REPORT-FILE
068400     END-IF.
068500*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 4 FLAGS
068600*    REFUSED DECISIONS OR AGED ITEMS FOR THE SUPERVISOR
068700     IF WS-ABORT-RUN
068800         MOVE 16 TO RETURN-CODE
068900     ELSE
069000         IF WS-REFUSED-COUNT > ZERO OR WS-AGED-COUNT > ZERO
069100             MOVE 4 TO RETURN-CODE
069200         ELSE
069300             MOVE ZERO TO RETURN-CODE
069400         END-IF
069500     END-IF.
069600 9000-TERMINATE-EXIT.
069700     EXIT.
069800*
069900*    LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE TABLE - A
070000*    MISSING FILE LEAVES ONLY SATURDAYS AND SUNDAYS CLOSED, A
070100*    FILE THAT CANNOT BE READ OR DOES NOT FIT IS UNREADABLE
070200 9100-LOAD-CALENDAR.
070300     MOVE ZERO TO WS-CAL-COUNT.
070400     MOVE "N" TO WS-CAL-EOF-SWITCH.
070500     OPEN INPUT CALENDAR-FILE.
070600     IF NOT WS-CALENDAR-OK
070700         DISPLAY "PENDAPR: UNABLE TO OPEN BUSINESS CALENDAR"
070800             " - STATUS " WS-CALENDAR-STATUS
070900         SET WS-CAL-UNREADABLE TO TRUE
071000         GO TO 9100-LOAD-CALENDAR-EXIT
071100     END-IF.
071200     IF WS-CALENDAR-NOT-THERE
071300         DISPLAY "PENDAPR: NO BUSINESS CALENDAR - ONLY WEEKENDS"
071400             " ARE CLOSED"
071500         CLOSE CALENDAR-FILE
071600         GO TO 9100-LOAD-CALENDAR-EXIT
071700     END-IF.
071800     PERFORM 9110-READ-CALENDAR
071900         THRU 9110-READ-CALENDAR-EXIT.
072000     PERFORM 9120-STORE-CALENDAR-ENTRY
072100         THRU 9120-STORE-CALENDAR-ENTRY-EXIT
072200         UNTIL WS-CAL-EOF OR WS-CAL-UNREADABLE.
072300     CLOSE CALENDAR-FILE.
072400 9100-LOAD-CALENDAR-EXIT.
072500     EXIT.
072600*
072700 9110-READ-CALENDAR.
072800     READ CALENDAR-FILE
072900         AT END
073000             SET WS-CAL-EOF TO TRUE
073100             GO TO 9110-READ-CALENDAR-EXIT
073200     END-READ.
073300     IF WS-CALENDAR-STATUS NOT = "00"
073400         DISPLAY "PENDAPR: BUSINESS CALENDAR READ ERROR"
073500             " - STATUS " WS-CALENDAR-STATUS
073600         SET WS-CAL-UNREADABLE TO TRUE
073700     END-IF.
073800 9110-READ-CALENDAR-EXIT.
073900     EXIT.
074000*
074100*    KEEPS ONE CALENDAR ENTRY - A BAD DATE OR DAY TYPE IS SHOWN
074200*    ON THE CONSOLE AND SKIPPED
074300 9120-STORE-CALENDAR-ENTRY.
074400     IF CAL-DATE NOT NUMERIC
074500             OR NOT (CAL-HOLIDAY OR CAL-OPENED-DAY)
074600         DISPLAY "PENDAPR: CALENDAR ENTRY SKIPPED - " CAL-DATE
074700             " " CAL-DAY-TYPE
074800     ELSE
074900         IF WS-CAL-COUNT >= 500
075000             DISPLAY "PENDAPR: BUSINESS CALENDAR TABLE FULL"
075100             SET WS-CAL-UNREADABLE TO TRUE
075200             GO TO 9120-STORE-CALENDAR-ENTRY-EXIT
075300         END-IF
075400         ADD 1 TO WS-CAL-COUNT
075500         SET CAL-IDX TO WS-CAL-COUNT
075600         MOVE CAL-DATE TO WS-CAL-TAB-DATE (CAL-IDX)
075700         MOVE CAL-DAY-TYPE TO WS-CAL-TAB-TYPE (CAL-IDX)
075800     END-IF.
075900     PERFORM 9110-READ-CALENDAR
076000         THRU 9110-READ-CALENDAR-EXIT.
076100 9120-STORE-CALENDAR-ENTRY-EXIT.
076200     EXIT.
076300*
076400*    JUDGES WS-CAL-TEST-DATE - MONDAY THROUGH FRIDAY IS A BUSINESS
076500*    DAY UNLESS THE CALENDAR CARRIES IT AS A HOLIDAY, SATURDAY
076600*    AND SUNDAY ARE NOT UNLESS THE CALENDAR OPENS THEM. THE DAY
076700*    OF THE WEEK COMES FROM ZELLER'S RULE (0 = SATURDAY)
076800 9200-TEST-BUSINESS-DAY.
076900     MOVE WS-CAL-TEST-YEAR TO WS-DOW-YEAR.
077000     MOVE WS-CAL-TEST-MONTH TO WS-DOW-MONTH.
077100     IF WS-DOW-MONTH < 3
077200         ADD 12 TO WS-DOW-MONTH
077300         SUBTRACT 1 FROM WS-DOW-YEAR
077400     END-IF.
077500     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
077600         REMAINDER WS-DOW-YEAR-OF-CENTURY.
077700     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
077800     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-TERM.
077900     MOVE WS-CAL-TEST-DAY TO WS-DOW-SUM.
078000     ADD WS-DOW-TERM WS-DOW-YEAR-OF-CENTURY TO WS-DOW-SUM.
078100     COMPUTE WS-DOW-SUM = WS-DOW-SUM + 5 * WS-DOW-CENTURY.
078200     DIVIDE WS-DOW-YEAR-OF-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
078300     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
078400     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
078500     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
078600     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
078700         REMAINDER WS-DOW-DAY.
078800     IF WS-DOW-WEEKEND
078900         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
079000     ELSE
079100         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
079200     END-IF.
079300     SET CAL-IDX TO 1.
079400     SEARCH WS-CAL-ENTRY
079500         AT END
079600             CONTINUE
079700         WHEN CAL-IDX > WS-CAL-COUNT
079800             CONTINUE
079900         WHEN WS-CAL-TAB-DATE (CAL-IDX) = WS-CAL-TEST-DATE
080000             IF WS-CAL-TAB-TYPE (CAL-IDX) = "H"
080100                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
080200             ELSE
080300                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
080400             END-IF
080500     END-SEARCH.
080600 9200-TEST-BUSINESS-DAY-EXIT.
080700     EXIT.
080800*
080900*    STEPS WS-CAL-TEST-DATE FORWARD ONE CALENDAR DAY - MONTH
081000*    LENGTHS OFF THE TABLE, FEBRUARY JUDGED BY THE LEAP RULE
081100 9300-BUMP-TEST-DATE.
081200     MOVE WS-MONTH-LENGTH (WS-CAL-TEST-MONTH)
081300         TO WS-DAYS-THIS-MONTH.
081400     IF WS-CAL-TEST-MONTH = 2
081500         DIVIDE WS-CAL-TEST-YEAR BY 4 GIVING WS-LEAP-WORK
081600             REMAINDER WS-LEAP-REM
081700         IF WS-LEAP-REM = ZERO
081800             DIVIDE WS-CAL-TEST-YEAR BY 100 GIVING WS-LEAP-WORK
081900                 REMAINDER WS-LEAP-REM
082000             IF WS-LEAP-REM NOT = ZERO
082100                 MOVE 29 TO WS-DAYS-THIS-MONTH
082200             ELSE
082300                 DIVIDE WS-CAL-TEST-YEAR BY 400
082400                     GIVING WS-LEAP-WORK
082500                     REMAINDER WS-LEAP-REM
082600                 IF WS-LEAP-REM = ZERO
082700                     MOVE 29 TO WS-DAYS-THIS-MONTH
082800                 END-IF
082900             END-IF
083000         END-IF
083100     END-IF.
083200     IF WS-CAL-TEST-DAY < WS-DAYS-THIS-MONTH
083300         ADD 1 TO WS-CAL-TEST-DAY
083400     ELSE
083500         MOVE 1 TO WS-CAL-TEST-DAY
083600         IF WS-CAL-TEST-MONTH < 12
083700             ADD 1 TO WS-CAL-TEST-MONTH
083800         ELSE
083900             MOVE 1 TO WS-CAL-TEST-MONTH
084000             ADD 1 TO WS-CAL-TEST-YEAR
084100         END-IF
084200     END-IF.
084300 9300-BUMP-TEST-DATE-EXIT.
084400     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDREG.
000300 AUTHOR. DATA-PROCESSING-DEPT.
000400 INSTALLATION. ESTRATEGIA-BATCH-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RSL  ORIGINAL VERSION - SUPERVISOR SIDE OF THE
001100*                     HIGH-VALUE HOLD. TRANEDIT PUTS A TRANSACTION
001200*                     OVER ITS VALUE LIMIT ON THE HOLD QUEUE
001300*                     (HOLDQ) INSTEAD OF TRANIN; THE SUPERVISORS'
001400*                     DECISIONS (HOLDDEC) RELEASE OR DECLINE THE
001500*                     ITEMS HERE. A DECISION ON AN ITEM NOT ON THE
001600*                     QUEUE OR ALREADY DECIDED, OR WITH NO
001700*                     SUPERVISOR ID, IS REFUSED AND THE ITEM LEFT
001800*                     AS IT IS. RELEASED ITEMS ARE WRITTEN TO
001900*                     HOLDREL FOR TRANMRG TO MERGE INTO THE NEXT
002000*                     DAY'S RUN, THE WAY RELOUT ITEMS COME BACK;
002100*                     ITEMS DECLINED TODAY ARE WRITTEN TO HOLDREJ
002200*                     IN THE TRANREJ LAYOUT FOR BRNSPLIT TO RETURN
002300*                     TO THE BRANCH. THE HOLD REGISTER (HOLDRPT)
002400*                     LISTS THE DAY'S DECISIONS, THE REFUSALS,
002500*                     EVERY ITEM STILL HELD WITH ITS AMOUNTS,
002600*                     LIMITS AND AGE IN BUSINESS DAYS (AGED ITEMS
002700*                     FLAGGED), AND THE RELEASED ITEMS WAITING TO
002800*                     RE-ENTER.
002900*
003000*    RUNS EACH BUSINESS DAY AFTER THE DAILY JOB AND BEFORE
003100*    BRNSPLIT. HOLDREL AND HOLDREJ ARE REBUILT FROM THE QUEUE EACH
003200*    RUN - EVERY ITEM STILL RELEASED, AND EVERY ITEM DECLINED
003300*    UNDER THE BUSINESS DATE - SO A RERUN GIVES THE SAME FILES
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*    THE HOLD QUEUE TRANEDIT LOADS - MISSING MEANS NOTHING HAS
003900*    EVER BEEN HELD
004000     SELECT OPTIONAL HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS HQ-ITEM-ID
004400         FILE STATUS IS WS-QUEUE-STATUS.
004500*    THE SUPERVISORS' DECISIONS - MISSING MEANS NONE TODAY
004600     SELECT OPTIONAL DECISION-FILE ASSIGN TO "HOLDDEC"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-DECISION-STATUS.
004900*    RELEASED ITEMS IN THE TRANIN LAYOUT - TRANMRG MERGES THEM
005000*    INTO THE NEXT DAY'S RAW FILE
005100     SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RELEASE-STATUS.
005400*    DECLINED ITEMS IN THE TRANREJ LAYOUT - BRNSPLIT RETURNS THEM
005500*    TO THE BRANCH WITH THE DAY'S REJECTS
005600     SELECT HOLD-REJECT-FILE ASSIGN TO "HOLDREJ"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-REJECT-STATUS.
005900*    SHOP BUSINESS-DAY CALENDAR - HOLIDAYS AND ANY WEEKEND DAYS
006000*    OPENED FOR BUSINESS. MISSING MEANS SAT/SUN CLOSED ONLY
006100     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-CALENDAR-STATUS.
006400     SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
006900*
007000*    ONE HELD ITEM - TRANEDIT AND BALCHK CARRY THE SAME LAYOUT,
007100*    SO THEY MUST ALL STAY IN STEP. STATUS P PENDING, R RELEASED,
007200*    E RE-ENTERED THROUGH THE MERGE, D DECLINED
007300 FD  HOLD-QUEUE-FILE.
007400 01  HOLD-QUEUE-RECORD.
007500     05  HQ-ITEM-ID.
007600         10  HQ-TRAN-KEY            PIC X(10).
007700         10  HQ-HOLD-DATE           PIC 9(08).
007800     05  HQ-BRANCH-ID               PIC X(02).
007900     05  HQ-STATUS                  PIC X(01).
008000         88  HQ-PENDING             VALUE "P".
008100         88  HQ-RELEASED            VALUE "R".
008200         88  HQ-REENTERED           VALUE "E".
008300         88  HQ-DECLINED            VALUE "D".
008400     05  HQ-LIMIT-SCOPE             PIC X(02).
008500     05  HQ-NUMA-LIMIT              PIC 9(09).
008600     05  HQ-NUMB-LIMIT              PIC 9(09).
008700     05  HQ-NUMA-OVER               PIC X(01).
008800     05  HQ-NUMB-OVER               PIC X(01).
008900     05  HQ-SUPERVISOR-ID           PIC X(03).
009000     05  HQ-DECISION-DATE           PIC 9(08).
009100     05  HQ-DECLINE-REASON          PIC X(30).
009200     05  HQ-REENTRY-DATE            PIC 9(08).
009300     05  HQ-TRAN-IMAGE              PIC X(80).
009400     05  HQ-TRAN-FIELDS REDEFINES HQ-TRAN-IMAGE.
009500         10  FILLER                 PIC X(10).
009600         10  HQ-TRAN-NUMA           PIC 9(09).
009700         10  HQ-TRAN-NUMB           PIC 9(09).
009800         10  FILLER                 PIC X(52).
009900     05  FILLER                     PIC X(28).
010000*
010100*    ONE SUPERVISOR DECISION - THE ITEM AS PRINTED ON THE HOLD
010200*    REGISTER (TRAN-KEY AND THE DATE IT WAS HELD), "R" RELEASE OR
010300*    "D" DECLINE, THE SUPERVISOR'S ID AND, FOR A DECLINE, WHY
010400 FD  DECISION-FILE
010500     RECORDING MODE IS F.
010600 01  DECISION-RECORD.
010700     05  HDC-TRAN-KEY               PIC X(10).
010800     05  HDC-HOLD-DATE              PIC 9(08).
010900     05  HDC-ACTION                 PIC X(01).
011000         88  HDC-RELEASE            VALUE "R".
011100         88  HDC-DECLINE            VALUE "D".
011200     05  HDC-SUPERVISOR-ID          PIC X(03).
011300     05  HDC-REASON                 PIC X(30).
011400     05  FILLER                     PIC X(28).
011500*
011600*    SAME FIXED LAYOUT VERBS READS AS TRANIN
011700 FD  HOLD-RELEASE-FILE
011800     RECORDING MODE IS F.
011900 01  HOLD-RELEASE-RECORD            PIC X(80).
012000*
012100*    SAME LAYOUT TRANEDIT WRITES TO TRANREJ - REASON CODE IN FRONT
012200*    OF THE RECORD IMAGE THE BRANCH SENT
012300 FD  HOLD-REJECT-FILE
012400     RECORDING MODE IS F.
012500 01  HOLD-REJECT-RECORD.
012600     05  HRJ-REASON-CODE            PIC X(04).
012700     05  HRJ-RECORD-IMAGE           PIC X(80).
012800     05  FILLER                     PIC X(06).
012900*
013000*    ONE CALENDAR RECORD PER EXCEPTION TO THE MONDAY-FRIDAY WEEK -
013100*    JOBDRV, VERBS, TRANEDIT, EXCSUSP, TRENDRPT, GLACK AND PENDAPR
013200*    READ THE SAME FILE, SO EVERY READER MUST STAY IN STEP
013300 FD  CALENDAR-FILE
013400     RECORDING MODE IS F.
013500 01  CALENDAR-RECORD.
013600     05  CAL-DATE                   PIC X(08).
013700     05  CAL-DAY-TYPE               PIC X(01).
013800         88  CAL-HOLIDAY            VALUE "H".
013900         88  CAL-OPENED-DAY         VALUE "W".
014000     05  CAL-DESCRIPTION            PIC X(30).
014100     05  FILLER                     PIC X(41).
014200*
014300 FD  HOLD-REPORT-FILE.
014400 01  HOLD-REPORT-LINE               PIC X(132).
014500*
014600 WORKING-STORAGE SECTION.
014700*
014800*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
014900*    POSITIONS 1-8 ARE THE BUSINESS DATE (YYYYMMDD), SPACES MEANS
015000*    TAKE THE SYSTEM DATE. POSITIONS 9-11 ARE THE NUMBER OF
015100*    BUSINESS DAYS AN ITEM MAY STAY HELD BEFORE IT IS REPORTED
015200*    AGED - SPACES OR ZERO MEANS THE SHOP STANDARD OF 3
015300 01  WS-RUN-PARM                     PIC X(11) VALUE SPACES.
015310 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
015400     05  PARM-DATE                   PIC X(08).
015500     05  PARM-AGED-LIMIT             PIC X(03).
015600 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
015700 01  WS-AGED-LIMIT                   PIC 9(03) VALUE 3.
015800*
015900*    FILE STATUS FIELDS - "05" ON AN OPTIONAL FILE IS A GOOD OPEN
016000*    OF A FILE THAT IS NOT THERE
016100 01  WS-QUEUE-STATUS                 PIC X(02) VALUE "00".
016200     88  WS-QUEUE-OK                 VALUE "00" "05".
016300 01  WS-DECISION-STATUS              PIC X(02) VALUE "00".
016400     88  WS-DECISION-OK              VALUE "00" "05".
016500 01  WS-RELEASE-STATUS               PIC X(02) VALUE "00".
016600 01  WS-REJECT-STATUS                PIC X(02) VALUE "00".
016700*
016800*    END-OF-FILE AND RUN-ABORT SWITCHES
016900 01  WS-SWITCHES.
017000     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
017100         88  WS-EOF                  VALUE "Y".
017200     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
017300         88  WS-ABORT-RUN            VALUE "Y".
017400     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
017500         88  WS-FILES-OPEN           VALUE "Y".
017600*
017700*    RECORD COUNTERS - THE RELEASED AND DECLINED COUNTS ARE EVERY
017800*    DECISION RECORDED UNDER THE BUSINESS DATE, THIS RUN OR AN
017900*    EARLIER ONE THE SAME DAY
018000 01  WS-COUNTERS.
018100     05  WS-DECISION-READ-COUNT      PIC 9(09) VALUE ZERO.
018200     05  WS-REFUSED-COUNT            PIC 9(09) VALUE ZERO.
018300     05  WS-RELEASED-COUNT           PIC 9(09) VALUE ZERO.
018400     05  WS-DECLINED-COUNT           PIC 9(09) VALUE ZERO.
018500     05  WS-RELEASE-OUT-COUNT        PIC 9(09) VALUE ZERO.
018600     05  WS-REJECT-OUT-COUNT         PIC 9(09) VALUE ZERO.
018700     05  WS-PENDING-COUNT            PIC 9(09) VALUE ZERO.
018800     05  WS-AGED-COUNT               PIC 9(09) VALUE ZERO.
018900*
019000*    WHY A DECISION WAS REFUSED, AND A HELD ITEM'S AGE IN
019100*    BUSINESS DAYS (STOPS AT 999)
019200 01  WS-REFUSE-REASON                PIC X(30) VALUE SPACES.
019300 01  WS-AGE-ELAPSED                  PIC 9(04) VALUE ZERO.
019400*
019500*    CALENDAR WORK FIELDS FOR THE ONE-DAY BUMP WHILE COUNTING
019600 01  WS-MONTH-LENGTHS-V.
019700     05  FILLER                      PIC X(24) VALUE
019800         "312831303130313130313031".
019900 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS-V.
020000     05  WS-MONTH-LENGTH OCCURS 12 TIMES
020100                                     PIC 9(02).
020200 01  WS-DAYS-THIS-MONTH              PIC 9(02) VALUE ZERO.
020300 01  WS-LEAP-WORK                    PIC 9(04) VALUE ZERO.
020400 01  WS-LEAP-REM                     PIC 9(04) VALUE ZERO.
020500*
020600*    FILE STATUS FOR THE BUSINESS-DAY CALENDAR - "05" MEANS THE
020700*    OPTIONAL FILE IS NOT THERE
020800 01  WS-CALENDAR-STATUS              PIC X(02) VALUE "00".
020900     88  WS-CALENDAR-OK              VALUE "00" "05".
021000     88  WS-CALENDAR-NOT-THERE       VALUE "05".
021100 01  WS-CALENDAR-SWITCHES.
021200     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
021300         88  WS-CAL-EOF              VALUE "Y".
021400     05  WS-CAL-UNREADABLE-SWITCH    PIC X(01) VALUE "N".
021500         88  WS-CAL-UNREADABLE       VALUE "Y".
021600     05  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE "N".
021700         88  WS-BUSINESS-DAY         VALUE "Y".
021800*
021900*    CALENDAR EXCEPTIONS LOADED FROM BUSCAL - "H" CLOSES A
022000*    WEEKDAY, "W" OPENS A WEEKEND DAY
022100 01  WS-CALENDAR-TABLE.
022200     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
022300     05  WS-CAL-ENTRY OCCURS 500 TIMES
022400                     INDEXED BY CAL-IDX.
022500         10  WS-CAL-TAB-DATE         PIC 9(08).
022600         10  WS-CAL-TAB-TYPE         PIC X(01).
022700*
022800*    THE DATE BEING JUDGED, AND THE DAY-OF-WEEK WORK FIELDS
022900 01  WS-CAL-TEST-DATE                PIC 9(08) VALUE ZERO.
023000 01  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE.
023100     05  WS-CAL-TEST-YEAR            PIC 9(04).
023200     05  WS-CAL-TEST-MONTH           PIC 9(02).
023300     05  WS-CAL-TEST-DAY             PIC 9(02).
023400 01  WS-DOW-WORK.
023500     05  WS-DOW-YEAR                 PIC 9(04).
023600     05  WS-DOW-MONTH                PIC 9(02).
023700     05  WS-DOW-CENTURY              PIC 9(02).
023800     05  WS-DOW-YEAR-OF-CENTURY      PIC 9(02).
023900     05  WS-DOW-TERM                 PIC 9(04).
024000     05  WS-DOW-SUM                  PIC 9(05).
024100     05  WS-DOW-QUOTIENT             PIC 9(05).
024200     05  WS-DOW-DAY                  PIC 9(01).
024300         88  WS-DOW-WEEKEND          VALUE 0 1.
024400*
024500*    REPORT LINE LAYOUTS - ONE LINE PER DECISION, PER ITEM STILL
024600*    HELD AND PER RELEASED ITEM WAITING TO RE-ENTER
024700 01  WS-HOLD-COLUMN-HEADING.
024800     05  FILLER                      PIC X(32) VALUE
024900         "RESULT   TRAN-KEY   HELD ON  BR ".
025000     05  FILLER                      PIC X(26) VALUE
025100         "       NUMA        NUMB SC".
025200     05  FILLER                      PIC X(24) VALUE
025300         "  NUMA LIMIT  NUMB LIMIT".
025400     05  FILLER                      PIC X(50) VALUE
025500         " OVR SUP AGE NOTE".
025600 01  WS-HOLD-DETAIL-LINE.
025700     05  HDL-RESULT                  PIC X(09).
025800     05  HDL-TRAN-KEY                PIC X(10).
025900     05  FILLER                      PIC X(01) VALUE SPACES.
026000     05  HDL-HOLD-DATE               PIC X(08).
026100     05  FILLER                      PIC X(01) VALUE SPACES.
026200     05  HDL-BRANCH                  PIC X(02).
026300     05  FILLER                      PIC X(01) VALUE SPACES.
026400     05  HDL-NUMA                    PIC ZZZ,ZZZ,ZZ9.
026500     05  FILLER                      PIC X(01) VALUE SPACES.
026600     05  HDL-NUMB                    PIC ZZZ,ZZZ,ZZ9.
026700     05  FILLER                      PIC X(01) VALUE SPACES.
026800     05  HDL-SCOPE                   PIC X(02).
026900     05  FILLER                      PIC X(01) VALUE SPACES.
027000     05  HDL-NUMA-LIMIT              PIC ZZZ,ZZZ,ZZ9.
027100     05  FILLER                      PIC X(01) VALUE SPACES.
027200     05  HDL-NUMB-LIMIT              PIC ZZZ,ZZZ,ZZ9.
027300     05  FILLER                      PIC X(01) VALUE SPACES.
027400     05  HDL-OVER-NUMA               PIC X(01).
027500     05  FILLER                      PIC X(01) VALUE SPACES.
027600     05  HDL-OVER-NUMB               PIC X(01).
027700     05  FILLER                      PIC X(01) VALUE SPACES.
027800     05  HDL-SUPERVISOR              PIC X(03).
027900     05  FILLER                      PIC X(01) VALUE SPACES.
028000     05  HDL-AGE                     PIC ZZ9.
028100     05  FILLER                      PIC X(01) VALUE SPACES.
028200     05  HDL-NOTE                    PIC X(30).
028300     05  FILLER                      PIC X(07) VALUE SPACES.
028400*
028500 01  WS-HRG-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
028600*
028700 PROCEDURE DIVISION.
028800*
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE
029100         THRU 1000-INITIALIZE-EXIT.
029200     IF NOT WS-ABORT-RUN
029300         PERFORM 2000-APPLY-DECISIONS
029400             THRU 2000-APPLY-DECISIONS-EXIT
029500     END-IF.
029600     IF NOT WS-ABORT-RUN
029700         PERFORM 3000-LIST-HELD-ITEMS
029800             THRU 3000-LIST-HELD-ITEMS-EXIT
029900     END-IF.
030000     IF NOT WS-ABORT-RUN
030100         PERFORM 4000-RELEASE-AND-RETURN
030200             THRU 4000-RELEASE-AND-RETURN-EXIT
030300     END-IF.
030400     IF NOT WS-ABORT-RUN
030500         PERFORM 8000-HOLD-TOTALS
030600             THRU 8000-HOLD-TOTALS-EXIT
030700     END-IF.
030800     PERFORM 9000-TERMINATE
030900         THRU 9000-TERMINATE-EXIT.
031000     GOBACK.
031100*
031200*    RESOLVES THE BUSINESS DATE AND AGED LIMIT, LOADS THE
031300*    CALENDAR AND OPENS THE FILES - ANY OF THEM THAT CANNOT BE
031400*    OPENED ABORTS THE RUN BEFORE THE QUEUE IS TOUCHED
031500 1000-INITIALIZE.
031600     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
031700     IF PARM-DATE IS NUMERIC
031800         MOVE PARM-DATE TO WS-BUSINESS-DATE
031900     ELSE
032000         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
032100     END-IF.
032200     IF PARM-AGED-LIMIT IS NUMERIC
032300             AND PARM-AGED-LIMIT NOT = "000"
032400         MOVE PARM-AGED-LIMIT TO WS-AGED-LIMIT
032500     END-IF.
032600     PERFORM 9100-LOAD-CALENDAR
032700         THRU 9100-LOAD-CALENDAR-EXIT.
032800     IF WS-CAL-UNREADABLE
032900         DISPLAY "HOLDREG: BUSINESS CALENDAR UNREADABLE - RUN"
033000             " ABORTED"
033100         SET WS-ABORT-RUN TO TRUE
033200         GO TO 1000-INITIALIZE-EXIT
033300     END-IF.
033400     OPEN I-O HOLD-QUEUE-FILE.
033500     IF NOT WS-QUEUE-OK
033600         DISPLAY "HOLDREG: UNABLE TO OPEN HOLD-QUEUE-FILE,"
033700             " FILE STATUS=" WS-QUEUE-STATUS
033800         SET WS-ABORT-RUN TO TRUE
033900         GO TO 1000-INITIALIZE-EXIT
034000     END-IF.
034100     OPEN INPUT DECISION-FILE.
034200     IF NOT WS-DECISION-OK
034300         DISPLAY "HOLDREG: UNABLE TO OPEN DECISION-FILE, FILE"
034400             " STATUS=" WS-DECISION-STATUS
034500         SET WS-ABORT-RUN TO TRUE
034600         CLOSE HOLD-QUEUE-FILE
034700         GO TO 1000-INITIALIZE-EXIT
034800     END-IF.
034900     OPEN OUTPUT HOLD-RELEASE-FILE.
035000     IF WS-RELEASE-STATUS NOT = "00"
035100         DISPLAY "HOLDREG: UNABLE TO OPEN HOLD-RELEASE-FILE,"
035200             " FILE STATUS=" WS-RELEASE-STATUS
035300         SET WS-ABORT-RUN TO TRUE
035400         CLOSE HOLD-QUEUE-FILE
035500         CLOSE DECISION-FILE
035600         GO TO 1000-INITIALIZE-EXIT
035700     END-IF.
035800     OPEN OUTPUT HOLD-REJECT-FILE.
035900     IF WS-REJECT-STATUS NOT = "00"
036000         DISPLAY "HOLDREG: UNABLE TO OPEN HOLD-REJECT-FILE, FILE"
036100             " STATUS=" WS-REJECT-STATUS
036200         SET WS-ABORT-RUN TO TRUE
036300         CLOSE HOLD-QUEUE-FILE
036400         CLOSE DECISION-FILE
036500         CLOSE HOLD-RELEASE-FILE
036600         GO TO 1000-INITIALIZE-EXIT
036700     END-IF.
036800     OPEN OUTPUT HOLD-REPORT-FILE.
036900     SET WS-FILES-OPEN TO TRUE.
037000     PERFORM 7000-WRITE-REPORT-HEADING
037100         THRU 7000-WRITE-REPORT-HEADING-EXIT.
037200 1000-INITIALIZE-EXIT.
037300     EXIT.
037400*
037500*    EVERY SUPERVISOR DECISION IN TURN - EACH IS APPLIED TO ITS
037600*    HELD ITEM OR REFUSED
037700 2000-APPLY-DECISIONS.
037800     MOVE "N" TO WS-EOF-SWITCH.
037900     PERFORM 2100-READ-DECISION
038000         THRU 2100-READ-DECISION-EXIT.
038100     PERFORM 2200-APPLY-ONE-DECISION
038200         THRU 2200-APPLY-ONE-DECISION-EXIT
038300         UNTIL WS-EOF OR WS-ABORT-RUN.
038400 2000-APPLY-DECISIONS-EXIT.
038500     EXIT.
038600*
038700 2100-READ-DECISION.
038800     READ DECISION-FILE
038900         AT END
039000             SET WS-EOF TO TRUE
039100     END-READ.
039200 2100-READ-DECISION-EXIT.
039300     EXIT.
039400*
039500*    A DECISION IS REFUSED - AND THE ITEM LEFT EXACTLY AS IT
039600*    WAS - WHEN THE ITEM IS NOT ON THE QUEUE OR NO LONGER HELD,
039700*    WHEN THERE IS NO SUPERVISOR ID, OR WHEN THE ACTION IS
039800*    NEITHER "R" NOR "D"
039900 2200-APPLY-ONE-DECISION.
040000     ADD 1 TO WS-DECISION-READ-COUNT.
040100     MOVE SPACES TO WS-REFUSE-REASON.
040200     MOVE HDC-TRAN-KEY TO HQ-TRAN-KEY.
040300     MOVE HDC-HOLD-DATE TO HQ-HOLD-DATE.
040400     READ HOLD-QUEUE-FILE
040500         INVALID KEY
040600             MOVE "ITEM NOT ON THE QUEUE" TO WS-REFUSE-REASON
040700     END-READ.
040800     IF WS-REFUSE-REASON = SPACES
040900         IF NOT HQ-PENDING
041000             MOVE "ITEM ALREADY DECIDED" TO WS-REFUSE-REASON
041100         ELSE
041200             IF HDC-SUPERVISOR-ID = SPACES
041300                 MOVE "NO SUPERVISOR ID" TO WS-REFUSE-REASON
041400             ELSE
041500                 IF NOT HDC-RELEASE AND NOT HDC-DECLINE
041600                     MOVE "INVALID ACTION CODE"
041700                         TO WS-REFUSE-REASON
041800                 END-IF
041900             END-IF
042000         END-IF
042100     END-IF.
042200     IF WS-REFUSE-REASON NOT = SPACES
042300         PERFORM 2300-REFUSE-DECISION
042400             THRU 2300-REFUSE-DECISION-EXIT
042500         PERFORM 2100-READ-DECISION
042600             THRU 2100-READ-DECISION-EXIT
042700         GO TO 2200-APPLY-ONE-DECISION-EXIT
042800     END-IF.
042900     MOVE HDC-ACTION TO HQ-STATUS.
043000     MOVE HDC-SUPERVISOR-ID TO HQ-SUPERVISOR-ID.
043100     MOVE WS-BUSINESS-DATE TO HQ-DECISION-DATE.
043200     MOVE SPACES TO HQ-DECLINE-REASON.
043300     IF HQ-DECLINED
043400         IF HDC-REASON = SPACES
043500             MOVE "NO REASON GIVEN" TO HQ-DECLINE-REASON
043600         ELSE
043700             MOVE HDC-REASON TO HQ-DECLINE-REASON
043800         END-IF
043900     END-IF.
044000     REWRITE HOLD-QUEUE-RECORD
044100         INVALID KEY
044200             DISPLAY "HOLDREG: HOLD-QUEUE-FILE REWRITE ERROR,"
044300                 " FILE STATUS=" WS-QUEUE-STATUS
044400             SET WS-ABORT-RUN TO TRUE
044500             GO TO 2200-APPLY-ONE-DECISION-EXIT
044600     END-REWRITE.
044700     PERFORM 7100-FORMAT-ITEM-LINE
044800         THRU 7100-FORMAT-ITEM-LINE-EXIT.
044900     IF HQ-RELEASED
045000         MOVE "RELEASED" TO HDL-RESULT
045100         MOVE "RE-ENTERS THE NEXT DAY'S RUN" TO HDL-NOTE
045200     ELSE
045300         MOVE "DECLINED" TO HDL-RESULT
045400         MOVE HQ-DECLINE-REASON TO HDL-NOTE
045500     END-IF.
045600     MOVE WS-HOLD-DETAIL-LINE TO HOLD-REPORT-LINE.
045700     WRITE HOLD-REPORT-LINE.
045800     PERFORM 2100-READ-DECISION
045900         THRU 2100-READ-DECISION-EXIT.
046000 2200-APPLY-ONE-DECISION-EXIT.
046100     EXIT.
046200*
046300*    ONE REFUSED DECISION - LISTED WITH THE REASON. THE ITEM
046400*    DETAILS ARE SHOWN WHEN THE ITEM WAS FOUND ON THE QUEUE
046500 2300-REFUSE-DECISION.
046600     ADD 1 TO WS-REFUSED-COUNT.
046700     IF WS-REFUSE-REASON = "ITEM NOT ON THE QUEUE"
046800         MOVE SPACES TO WS-HOLD-DETAIL-LINE
046900         MOVE HDC-TRAN-KEY TO HDL-TRAN-KEY
047000         MOVE HDC-HOLD-DATE TO HDL-HOLD-DATE
047100     ELSE
047200         PERFORM 7100-FORMAT-ITEM-LINE
047300             THRU 7100-FORMAT-ITEM-LINE-EXIT
047400     END-IF.
047500     MOVE "REFUSED" TO HDL-RESULT.
047600     MOVE HDC-SUPERVISOR-ID TO HDL-SUPERVISOR.
047700     MOVE WS-REFUSE-REASON TO HDL-NOTE.
047800     MOVE WS-HOLD-DETAIL-LINE TO HOLD-REPORT-LINE.
047900     WRITE HOLD-REPORT-LINE.
048000 2300-REFUSE-DECISION-EXIT.
048100     EXIT.
048200*
048300*    READS THE WHOLE QUEUE IN KEY ORDER - EVERY ITEM STILL HELD IS
048400*    LISTED WITH ITS AGE, AND EVERY ITEM DECLINED UNDER THE
048500*    BUSINESS DATE GOES TO HOLDREJ FOR ITS BRANCH
048600 3000-LIST-HELD-ITEMS.
048700     MOVE SPACES TO HOLD-REPORT-LINE.
048800     WRITE HOLD-REPORT-LINE.
048900     MOVE "ITEMS STILL HELD" TO HOLD-REPORT-LINE.
049000     WRITE HOLD-REPORT-LINE.
049100     MOVE "N" TO WS-EOF-SWITCH.
049200     MOVE LOW-VALUES TO HQ-ITEM-ID.
049300     START HOLD-QUEUE-FILE
049400         KEY IS NOT LESS THAN HQ-ITEM-ID
049500         INVALID KEY
049600             GO TO 3000-LIST-HELD-ITEMS-EXIT
049700     END-START.
049800     PERFORM 3100-JUDGE-ONE-ITEM
049900         THRU 3100-JUDGE-ONE-ITEM-EXIT
050000         UNTIL WS-EOF OR WS-ABORT-RUN.
050100 3000-LIST-HELD-ITEMS-EXIT.
050200     EXIT.
050300*
050400 3100-JUDGE-ONE-ITEM.
050500     READ HOLD-QUEUE-FILE NEXT RECORD
050600         AT END
050700             SET WS-EOF TO TRUE
050800             GO TO 3100-JUDGE-ONE-ITEM-EXIT
050900     END-READ.
051000     IF HQ-PENDING
051100         PERFORM 3300-LIST-HELD-ITEM
051200             THRU 3300-LIST-HELD-ITEM-EXIT
051300         GO TO 3100-JUDGE-ONE-ITEM-EXIT
051400     END-IF.
051500     IF HQ-DECISION-DATE NOT = WS-BUSINESS-DATE
051600         GO TO 3100-JUDGE-ONE-ITEM-EXIT
051700     END-IF.
051800     IF HQ-DECLINED
051900         ADD 1 TO WS-DECLINED-COUNT
052000         PERFORM 3200-WRITE-DECLINED-ITEM
052100             THRU 3200-WRITE-DECLINED-ITEM-EXIT
052200     ELSE
052300         ADD 1 TO WS-RELEASED-COUNT
052400     END-IF.
052500 3100-JUDGE-ONE-ITEM-EXIT.
052600     EXIT.
052700*
052800*    PUTS A DECLINED ITEM BACK IN FRONT OF ITS BRANCH - REASON
052900*    "HOLD" AND THE RECORD IMAGE EXACTLY AS IT WAS HELD
053000 3200-WRITE-DECLINED-ITEM.
053100     MOVE SPACES TO HOLD-REJECT-RECORD.
053200     MOVE "HOLD" TO HRJ-REASON-CODE.
053300     MOVE HQ-TRAN-IMAGE TO HRJ-RECORD-IMAGE.
053400     WRITE HOLD-REJECT-RECORD.
053500     ADD 1 TO WS-REJECT-OUT-COUNT.
053600 3200-WRITE-DECLINED-ITEM-EXIT.
053700     EXIT.
053800*
053900*    ONE ITEM STILL AWAITING A DECISION - ITS AGE IS THE BUSINESS
054000*    DAYS SINCE IT WAS HELD, AND PAST THE AGED LIMIT IT IS
054100*    FLAGGED FOR THE SUPERVISOR
054200 3300-LIST-HELD-ITEM.
054300     ADD 1 TO WS-PENDING-COUNT.
054400     PERFORM 3310-COUNT-BUSINESS-DAYS
054500         THRU 3310-COUNT-BUSINESS-DAYS-EXIT.
054600     PERFORM 7100-FORMAT-ITEM-LINE
054700         THRU 7100-FORMAT-ITEM-LINE-EXIT.
054800     MOVE WS-AGE-ELAPSED TO HDL-AGE.
054900     IF WS-AGE-ELAPSED > WS-AGED-LIMIT
055000         ADD 1 TO WS-AGED-COUNT
055100         MOVE "AGED" TO HDL-RESULT
055200         MOVE "AWAITING A DECISION - AGED" TO HDL-NOTE
055300     ELSE
055400         MOVE "HELD" TO HDL-RESULT
055500         MOVE "AWAITING A DECISION" TO HDL-NOTE
055600     END-IF.
055700     MOVE WS-HOLD-DETAIL-LINE TO HOLD-REPORT-LINE.
055800     WRITE HOLD-REPORT-LINE.
055900 3300-LIST-HELD-ITEM-EXIT.
056000     EXIT.
056100*
056200*    COUNTS THE BUSINESS DAYS AFTER THE HOLD DATE THROUGH THIS
056300*    RUN'S BUSINESS DATE, STOPPING AT 999
056400 3310-COUNT-BUSINESS-DAYS.
056500     MOVE HQ-HOLD-DATE TO WS-CAL-TEST-DATE.
056600     MOVE ZERO TO WS-AGE-ELAPSED.
056700     IF WS-CAL-TEST-MONTH < 1 OR WS-CAL-TEST-MONTH > 12
056800             OR WS-CAL-TEST-DAY < 1 OR WS-CAL-TEST-DAY > 31
056900         GO TO 3310-COUNT-BUSINESS-DAYS-EXIT
057000     END-IF.
057100     PERFORM 3320-COUNT-ONE-DAY
057200         THRU 3320-COUNT-ONE-DAY-EXIT
057300         UNTIL WS-CAL-TEST-DATE >= WS-BUSINESS-DATE
057400         OR WS-AGE-ELAPSED >= 999.
057500 3310-COUNT-BUSINESS-DAYS-EXIT.
057600     EXIT.
057700*
057800 3320-COUNT-ONE-DAY.
057900     PERFORM 9300-BUMP-TEST-DATE
058000         THRU 9300-BUMP-TEST-DATE-EXIT.
058100     PERFORM 9200-TEST-BUSINESS-DAY
058200         THRU 9200-TEST-BUSINESS-DAY-EXIT.
058300     IF WS-BUSINESS-DAY
058400         ADD 1 TO WS-AGE-ELAPSED
058500     END-IF.
058600 3320-COUNT-ONE-DAY-EXIT.
058700     EXIT.
058800*
058900*    A SECOND PASS OF THE QUEUE - EVERY ITEM STILL RELEASED (NOT
059000*    YET BACK THROUGH TRANEDIT) GOES TO HOLDREL IN THE TRANIN
059100*    LAYOUT AND IS LISTED AS WAITING TO RE-ENTER. AN ITEM RELEASED
059200*    ON AN EARLIER DAY THAT HAS NOT COME BACK GOES OUT AGAIN
059300 4000-RELEASE-AND-RETURN.
059400     MOVE SPACES TO HOLD-REPORT-LINE.
059500     WRITE HOLD-REPORT-LINE.
059600     MOVE "RELEASED ITEMS WAITING TO RE-ENTER"
059700         TO HOLD-REPORT-LINE.
059800     WRITE HOLD-REPORT-LINE.
059900     MOVE "N" TO WS-EOF-SWITCH.
060000     MOVE LOW-VALUES TO HQ-ITEM-ID.
060100     START HOLD-QUEUE-FILE
060200         KEY IS NOT LESS THAN HQ-ITEM-ID
060300         INVALID KEY
060400             GO TO 4000-RELEASE-AND-RETURN-EXIT
060500     END-START.
060600     PERFORM 4100-RELEASE-ONE-ITEM
060700         THRU 4100-RELEASE-ONE-ITEM-EXIT
060800         UNTIL WS-EOF OR WS-ABORT-RUN.
060900 4000-RELEASE-AND-RETURN-EXIT.
061000     EXIT.
061100*
061200 4100-RELEASE-ONE-ITEM.
061300     READ HOLD-QUEUE-FILE NEXT RECORD
061400         AT END
061500             SET WS-EOF TO TRUE
061600             GO TO 4100-RELEASE-ONE-ITEM-EXIT
061700     END-READ.
061800     IF NOT HQ-RELEASED
061900         GO TO 4100-RELEASE-ONE-ITEM-EXIT
062000     END-IF.
062100     MOVE HQ-TRAN-IMAGE TO HOLD-RELEASE-RECORD.
062200     WRITE HOLD-RELEASE-RECORD.
062300     ADD 1 TO WS-RELEASE-OUT-COUNT.
062400     PERFORM 7100-FORMAT-ITEM-LINE
062500         THRU 7100-FORMAT-ITEM-LINE-EXIT.
062600     MOVE "WAITING" TO HDL-RESULT.
062700     IF HQ-DECISION-DATE = WS-BUSINESS-DATE
062800         MOVE "RELEASED TODAY" TO HDL-NOTE
062900     ELSE
063000         STRING "RELEASED " DELIMITED BY SIZE
063100                 HQ-DECISION-DATE DELIMITED BY SIZE
063200                 " NOT YET BACK" DELIMITED BY SIZE
063300                 INTO HDL-NOTE
063400     END-IF.
063500     MOVE WS-HOLD-DETAIL-LINE TO HOLD-REPORT-LINE.
063600     WRITE HOLD-REPORT-LINE.
063700 4100-RELEASE-ONE-ITEM-EXIT.
063800     EXIT.
063900*
064000 7000-WRITE-REPORT-HEADING.
064100     MOVE SPACES TO HOLD-REPORT-LINE.
064200     STRING "HOLDREG HIGH-VALUE HOLD REGISTER - "
064300             DELIMITED BY SIZE
064400             WS-BUSINESS-DATE DELIMITED BY SIZE
064500             INTO HOLD-REPORT-LINE.
064600     WRITE HOLD-REPORT-LINE.
064700     MOVE SPACES TO HOLD-REPORT-LINE.
064800     WRITE HOLD-REPORT-LINE.
064900     MOVE WS-HOLD-COLUMN-HEADING TO HOLD-REPORT-LINE.
065000     WRITE HOLD-REPORT-LINE.
065100 7000-WRITE-REPORT-HEADING-EXIT.
065200     EXIT.
065300*
065400*    FILLS THE DETAIL LINE FROM THE HELD ITEM IN THE RECORD AREA -
065500*    THE AMOUNTS, THE LIMITS THEY WERE JUDGED AGAINST AND WHICH
065600*    ONE WAS OVER (A = NUMA, B = NUMB). THE CALLER SETS THE RESULT
065700*    AND NOTE
065800 7100-FORMAT-ITEM-LINE.
065900     MOVE SPACES TO WS-HOLD-DETAIL-LINE.
066000     MOVE HQ-TRAN-KEY TO HDL-TRAN-KEY.
066100     MOVE HQ-HOLD-DATE TO HDL-HOLD-DATE.
066200     MOVE HQ-BRANCH-ID TO HDL-BRANCH.
066300     MOVE HQ-TRAN-NUMA TO HDL-NUMA.
066400     MOVE HQ-TRAN-NUMB TO HDL-NUMB.
066500     MOVE HQ-LIMIT-SCOPE TO HDL-SCOPE.
066600     MOVE HQ-NUMA-LIMIT TO HDL-NUMA-LIMIT.
066700     MOVE HQ-NUMB-LIMIT TO HDL-NUMB-LIMIT.
066800     IF HQ-NUMA-OVER = "Y"
066900         MOVE "A" TO HDL-OVER-NUMA
067000     END-IF.
067100     IF HQ-NUMB-OVER = "Y"
067200         MOVE "B" TO HDL-OVER-NUMB
067300     END-IF.
067400     MOVE HQ-SUPERVISOR-ID TO HDL-SUPERVISOR.
067500 7100-FORMAT-ITEM-LINE-EXIT.
067600     EXIT.
067700*
067800*    WRITES THE END-OF-RUN TOTALS TO THE HOLD REGISTER
067900 8000-HOLD-TOTALS.
068000     MOVE SPACES TO HOLD-REPORT-LINE.
068100     WRITE HOLD-REPORT-LINE.
068200     MOVE WS-DECISION-READ-COUNT TO WS-HRG-EDIT-COUNT.
068300     STRING "DECISIONS READ ........ " DELIMITED BY SIZE
068400             WS-HRG-EDIT-COUNT DELIMITED BY SIZE
068500             INTO HOLD-REPORT-LINE.
068600     WRITE HOLD-REPORT-LINE.
068700     MOVE WS-REFUSED-COUNT TO WS-HRG-EDIT-COUNT.
068800     STRING "DECISIONS REFUSED ..... " DELIMITED BY SIZE
068900             WS-HRG-EDIT-COUNT DELIMITED BY SIZE
069000             INTO HOLD-REPORT-LINE.
069100     WRITE HOLD-REPORT-LINE.
069200     MOVE WS-RELEASED-COUNT TO WS-HRG-EDIT-COUNT.
069300     STRING "RELEASED TODAY ........ " DELIMITED BY SIZE
069400             WS-HRG-EDIT-COUNT DELIMITED BY SIZE
069500             INTO HOLD-REPORT-LINE.
069600     WRITE HOLD-REPORT-LINE.
069700     MOVE WS-DECLINED-COUNT TO WS-HRG-EDIT-COUNT.
069800     STRING "DECLINED TODAY ........ " DELIMITED BY SIZE
069900             WS-HRG-EDIT-COUNT DELIMITED BY SIZE
070000             INTO HOLD-REPORT-LINE.
070100     WRITE HOLD-REPORT-LINE.
070200     MOVE WS-RELEASE-OUT-COUNT TO WS-HRG-EDIT-COUNT.
070300     STRING "SENT TO RE-ENTER ...... " DELIMITED BY SIZE
070400             WS-HRG-EDIT-COUNT DELIMITED BY SIZE
070500             INTO HOLD-REPORT-LINE.
070600     WRITE HOLD-REPORT-LINE.
070700     MOVE WS-REJECT-OUT-COUNT TO WS-HRG-EDIT-COUNT.
070800     STRING "RETURNED TO BRANCH .... " DELIMITED BY SIZE
070900             WS-HRG-EDIT-COUNT DELIMITED BY SIZE
071000             INTO HOLD-REPORT-LINE.
071100     WRITE HOLD-REPORT-LINE.
071200     MOVE WS-PENDING-COUNT TO WS-HRG-EDIT-COUNT.
071300     STRING "ITEMS STILL HELD ...... " DELIMITED BY SIZE
071400             WS-HRG-EDIT-COUNT DELIMITED BY SIZE
071500             INTO HOLD-REPORT-LINE.
071600     WRITE HOLD-REPORT-LINE.
071700     MOVE WS-AGED-COUNT TO WS-HRG-EDIT-COUNT.
071800     STRING "HELD ITEMS AGED ....... " DELIMITED BY SIZE
071900             WS-HRG-EDIT-COUNT DELIMITED BY SIZE
072000             INTO HOLD-REPORT-LINE.
072100     WRITE HOLD-REPORT-LINE.
072200 8000-HOLD-TOTALS-EXIT.
072300     EXIT.
072400*
072500 9000-TERMINATE.
072600     DISPLAY "HOLDREG: DECISIONS READ: " WS-DECISION-READ-COUNT.
072700     DISPLAY "HOLDREG: DECISIONS REFUSED: " WS-REFUSED-COUNT.
072800     DISPLAY "HOLDREG: RELEASED TODAY: " WS-RELEASED-COUNT.
072900     DISPLAY "HOLDREG: DECLINED TODAY: " WS-DECLINED-COUNT.
073000     DISPLAY "HOLDREG: SENT TO RE-ENTER: " WS-RELEASE-OUT-COUNT.
073100     DISPLAY "HOLDREG: ITEMS STILL HELD: " WS-PENDING-COUNT.
073200     DISPLAY "HOLDREG: HELD ITEMS AGED: " WS-AGED-COUNT.
073300     IF WS-FILES-OPEN
073400         CLOSE HOLD-QUEUE-FILE
073500         CLOSE DECISION-FILE
073600         CLOSE HOLD-RELEASE-FILE
073700         CLOSE HOLD-REJECT-FILE
073800         CLOSE HOLD-REPORT-FILE
073900     END-IF.
074000*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 4 FLAGS
074100*    REFUSED DECISIONS OR AGED ITEMS FOR THE SUPERVISOR
074200     IF WS-ABORT-RUN
074300         MOVE 16 TO RETURN-CODE
074400     ELSE
074500         IF WS-REFUSED-COUNT > ZERO OR WS-AGED-COUNT > ZERO
074600             MOVE 4 TO RETURN-CODE
074700         ELSE
074800             MOVE ZERO TO RETURN-CODE
074900         END-IF
075000     END-IF.
075100 9000-TERMINATE-EXIT.
075200     EXIT.
075300*
075400 9100-LOAD-CALENDAR.
075500     MOVE ZERO TO WS-CAL-COUNT.
075600     MOVE "N" TO WS-CAL-EOF-SWITCH.
075700     OPEN INPUT CALENDAR-FILE.
075800     IF NOT WS-CALENDAR-OK
075900         DISPLAY "HOLDREG: UNABLE TO OPEN BUSINESS CALENDAR"
076000             " - STATUS " WS-CALENDAR-STATUS
076100         SET WS-CAL-UNREADABLE TO TRUE
076200         GO TO 9100-LOAD-CALENDAR-EXIT
076300     END-IF.
076400     IF WS-CALENDAR-NOT-THERE
076500         DISPLAY "HOLDREG: NO BUSINESS CALENDAR - ONLY WEEKENDS"
076600             " ARE CLOSED"
076700         CLOSE CALENDAR-FILE
076800         GO TO 9100-LOAD-CALENDAR-EXIT
076900     END-IF.
077000     PERFORM 9110-READ-CALENDAR
077100         THRU 9110-READ-CALENDAR-EXIT.
077200     PERFORM 9120-STORE-CALENDAR-ENTRY
077300         THRU 9120-STORE-CALENDAR-ENTRY-EXIT
077400         UNTIL WS-CAL-EOF OR WS-CAL-UNREADABLE.
077500     CLOSE CALENDAR-FILE.
077600 9100-LOAD-CALENDAR-EXIT.
077700     EXIT.
077800*
077900 9110-READ-CALENDAR.
078000     READ CALENDAR-FILE
078100         AT END
078200             SET WS-CAL-EOF TO TRUE
078300             GO TO 9110-READ-CALENDAR-EXIT
078400     END-READ.
078500     IF WS-CALENDAR-STATUS NOT = "00"
078600         DISPLAY "HOLDREG: BUSINESS CALENDAR READ ERROR"
078700             " - STATUS " WS-CALENDAR-STATUS
078800         SET WS-CAL-UNREADABLE TO TRUE
078900     END-IF.
079000 9110-READ-CALENDAR-EXIT.
079100     EXIT.
079200*
079300*    KEEPS ONE CALENDAR ENTRY - A BAD DATE OR DAY TYPE IS SHOWN
079400*    ON THE CONSOLE AND SKIPPED
079500 9120-STORE-CALENDAR-ENTRY.
079600     IF CAL-DATE NOT NUMERIC
079700             OR NOT (CAL-HOLIDAY OR CAL-OPENED-DAY)
079800         DISPLAY "HOLDREG: CALENDAR ENTRY SKIPPED - " CAL-DATE
079900             " " CAL-DAY-TYPE
080000     ELSE
080100         IF WS-CAL-COUNT >= 500
080200             DISPLAY "HOLDREG: BUSINESS CALENDAR TABLE FULL"
080300             SET WS-CAL-UNREADABLE TO TRUE
080400             GO TO 9120-STORE-CALENDAR-ENTRY-EXIT
080500         END-IF
080600         ADD 1 TO WS-CAL-COUNT
080700         SET CAL-IDX TO WS-CAL-COUNT
080800         MOVE CAL-DATE TO WS-CAL-TAB-DATE (CAL-IDX)
080900         MOVE CAL-DAY-TYPE TO WS-CAL-TAB-TYPE (CAL-IDX)
081000     END-IF.
081100     PERFORM 9110-READ-CALENDAR
081200         THRU 9110-READ-CALENDAR-EXIT.
081300 9120-STORE-CALENDAR-ENTRY-EXIT.
081400     EXIT.
081500*
081600*    JUDGES WS-CAL-TEST-DATE - MONDAY THROUGH FRIDAY IS A BUSINESS
081700*    DAY UNLESS THE CALENDAR CARRIES IT AS A HOLIDAY, SATURDAY
081800*    AND SUNDAY ARE NOT UNLESS THE CALENDAR OPENS THEM. THE DAY
081900*    OF THE WEEK COMES FROM ZELLER'S RULE (0 = SATURDAY)
082000 9200-TEST-BUSINESS-DAY.
082100     MOVE WS-CAL-TEST-YEAR TO WS-DOW-YEAR.
082200     MOVE WS-CAL-TEST-MONTH TO WS-DOW-MONTH.
082300     IF WS-DOW-MONTH < 3
082400         ADD 12 TO WS-DOW-MONTH
082500         SUBTRACT 1 FROM WS-DOW-YEAR
082600     END-IF.
082700     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
082800         REMAINDER WS-DOW-YEAR-OF-CENTURY.
082900     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
083000     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-TERM.
083100     MOVE WS-CAL-TEST-DAY TO WS-DOW-SUM.
083200     ADD WS-DOW-TERM WS-DOW-YEAR-OF-CENTURY TO WS-DOW-SUM.
083300     COMPUTE WS-DOW-SUM = WS-DOW-SUM + 5 * WS-DOW-CENTURY.
083400     DIVIDE WS-DOW-YEAR-OF-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
083500     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
083600     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
083700     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
083800     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
083900         REMAINDER WS-DOW-DAY.
084000     IF WS-DOW-WEEKEND
084100         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
084200     ELSE
084300         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
084400     END-IF.
084500     SET CAL-IDX TO 1.
084600     SEARCH WS-CAL-ENTRY
084700         AT END
084800             CONTINUE
084900         WHEN CAL-IDX > WS-CAL-COUNT
085000             CONTINUE
085100         WHEN WS-CAL-TAB-DATE (CAL-IDX) = WS-CAL-TEST-DATE
085200             IF WS-CAL-TAB-TYPE (CAL-IDX) = "H"
085300                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
085400             ELSE
085500                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
085600             END-IF
085700     END-SEARCH.
085800 9200-TEST-BUSINESS-DAY-EXIT.
085900     EXIT.
086000*
086100*    STEPS WS-CAL-TEST-DATE FORWARD ONE CALENDAR DAY - MONTH
086200*    LENGTHS OFF THE TABLE, FEBRUARY JUDGED BY THE LEAP RULE
086300 9300-BUMP-TEST-DATE.
086400     MOVE WS-MONTH-LENGTH (WS-CAL-TEST-MONTH)
086500         TO WS-DAYS-THIS-MONTH.
086600     IF WS-CAL-TEST-MONTH = 2
086700         DIVIDE WS-CAL-TEST-YEAR BY 4 GIVING WS-LEAP-WORK
086800             REMAINDER WS-LEAP-REM
086900         IF WS-LEAP-REM = ZERO
087000             DIVIDE WS-CAL-TEST-YEAR BY 100 GIVING WS-LEAP-WORK
087100                 REMAINDER WS-LEAP-REM
087200             IF WS-LEAP-REM NOT = ZERO
087300                 MOVE 29 TO WS-DAYS-THIS-MONTH
087400             ELSE
087500                 DIVIDE WS-CAL-TEST-YEAR BY 400
087600                     GIVING WS-LEAP-WORK
087700                     REMAINDER WS-LEAP-REM
087800                 IF WS-LEAP-REM = ZERO
087900                     MOVE 29 TO WS-DAYS-THIS-MONTH
088000                 END-IF
088100             END-IF
088200         END-IF
088300     END-IF.
088400     IF WS-CAL-TEST-DAY < WS-DAYS-THIS-MONTH
088500         ADD 1 TO WS-CAL-TEST-DAY
088600     ELSE
088700         MOVE 1 TO WS-CAL-TEST-DAY
088800         IF WS-CAL-TEST-MONTH < 12
088900             ADD 1 TO WS-CAL-TEST-MONTH
089000         ELSE
089100             MOVE 1 TO WS-CAL-TEST-MONTH
089200             ADD 1 TO WS-CAL-TEST-YEAR
089300         END-IF
089400     END-IF.
089500 9300-BUMP-TEST-DATE-EXIT.
089600     EXIT.

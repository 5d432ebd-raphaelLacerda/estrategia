003816*                     LIMIT MOVED FROM POSITIONS 1-3 TO 34-36,
003818*                     CLEAR OF THE VERBS RESTART-KEY BYTES ON
003820*                     THE SHARED COMMAND LINE.
003822*    2026-10-15  RSL  SUSPENSE ITEMS NOW AGE IN SHOP BUSINESS DAYS
003824*                     OFF THE BUSINESS-DAY CALENDAR (BUSCAL), NOT
003826*                     IN RUNS. EACH SUSPENSE RECORD CARRIES THE
003828*                     BUSINESS DATE ITS DAYS-ON-FILE WAS LAST
003830*                     BROUGHT UP TO (BYTES 64-71, CUT FROM THE
003832*                     FILLER) AND EACH RUN ADDS THE BUSINESS DAYS
003834*                     SINCE THEN - A RERUN OF THE SAME DATE NO
003836*                     LONGER AGES AN ITEM TWICE AND A CATCH-UP
003838*                     AGES IT BY EVERY BUSINESS DAY IT COVERS,
003839*                     THROUGH ITS END DATE (PARM POSITIONS 26-33).
003840*                     AN ITEM IS PURGED ONCE ITS AGE PASSES THE
003842*                     RETENTION LIMIT, NOW COUNTED IN BUSINESS
003844*                     DAYS. A RECORD WRITTEN BEFORE THIS CHANGE
003846*                     (NO DATE) AGES ONE DAY AS BEFORE. A CALENDAR
003848*                     FILE THAT CANNOT BE READ ABORTS THE RUN.
003850*    2026-10-15  RSL  CORRECTIONS ARE NOW KEYED BY ONE OPERATOR
003852*                     AND APPROVED BY ANOTHER BEFORE THEY REACH
003854*                     THIS STEP - CORRTRN IS BUILT BY THE APPROVAL
003856*                     RUN (PENDAPR) FROM THE PENDING QUEUE AND
003858*                     CARRIES THE MAKER'S AND APPROVER'S OPERATOR
003860*                     IDS (BYTES 29-34, CUT FROM THE FILLER). A
003862*                     CORRECTION WITH NO APPROVER, OR APPROVED BY
003864*                     THE OPERATOR WHO KEYED IT, IS NOT APPLIED -
003866*                     IT IS LISTED ON THE AGING REPORT AND THE
003868*                     RUN ENDS WITH RETURN CODE 4.
003870*    2026-10-15  RSL  THE STEP CONTROL RECORD GAINED A HELD COUNT
003872*                     (ITEMS TRANEDIT HOLDS FOR SUPERVISOR
003874*                     REVIEW); THIS STEP HOLDS NOTHING AND WRITES
003876*                     ZERO.
003878*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-SUSPENSE-IN-STATUS.
005000*    CORRECTED NUMA/NUMB VALUES KEYED BY THE SUSPENDED TRAN-KEY
005010*    - WRITTEN BY THE APPROVAL RUN, APPROVED ITEMS ONLY
005100     SELECT CORRECTION-FILE ASSIGN TO "CORRTRN"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CORRECTION-STATUS.
006130     SELECT OPTIONAL STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
006140         ORGANIZATION IS SEQUENTIAL
006150         FILE STATUS IS WS-STEP-CONTROL-STATUS.
006155*    SHOP BUSINESS-DAY CALENDAR - HOLIDAYS AND ANY WEEKEND DAYS
006160*    OPENED FOR BUSINESS. OPTIONAL - WITHOUT IT ONLY SATURDAYS AND
006165*    SUNDAYS ARE CLOSED
006170     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL"
006175         ORGANIZATION IS SEQUENTIAL
006180         FILE STATUS IS WS-CALENDAR-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
008300     05  SIN-REASON                 PIC X(30).
008400     05  SIN-DAYS-ON-FILE           PIC 9(03).
008500     05  SIN-BRANCH-ID              PIC X(02).
008510*    BUSINESS DATE SIN-DAYS-ON-FILE WAS LAST AGED TO - SPACES OR
008520*    ZERO ON A RECORD WRITTEN BEFORE BUSINESS-DAY AGING
008530     05  SIN-AGED-DATE              PIC X(08).
008540     05  SIN-AGED-DATE-9 REDEFINES SIN-AGED-DATE
008550                                    PIC 9(08).
008600     05  FILLER                     PIC X(09).
008700*
008800 FD  SUSPENSE-OUT-FILE
008900     RECORDING MODE IS F.
009400     05  SUT-REASON                 PIC X(30).
009500     05  SUT-DAYS-ON-FILE           PIC 9(03).
009600     05  SUT-BRANCH-ID              PIC X(02).
009610     05  SUT-AGED-DATE              PIC 9(08).
009700     05  FILLER                     PIC X(09).
009800*
009900*    CORRECTION TRANSACTION - REPLACEMENT NUMA/NUMB FOR A
010000*    SUSPENDED KEY. SAME LAYOUT THE ENTRY FILE (CORRENT) IS KEYED
010010*    IN AND THE PENDING QUEUE CARRIES - PENDENT AND PENDAPR MUST
010020*    STAY IN STEP
010100 FD  CORRECTION-FILE
010200     RECORDING MODE IS F.
010300 01  CORRECTION-RECORD.
010400     05  COR-KEY                    PIC X(10).
010500     05  COR-NUMA                   PIC 9(09).
010600     05  COR-NUMB                   PIC 9(09).
010610*    OPERATOR WHO KEYED THE CORRECTION AND OPERATOR WHO
010620*    APPROVED IT - THE TWO MUST DIFFER
010630     05  COR-MAKER-ID               PIC X(03).
010640     05  COR-APPROVER-ID            PIC X(03).
010650     05  FILLER                     PIC X(46).
010800*
010900*    RELEASED TRANSACTION - SAME LAYOUT VERBS READS AS TRANIN
011000 FD  RELEASE-FILE
012166     05  STP-IN-COUNT               PIC 9(09).
012168     05  STP-OUT-COUNT              PIC 9(09).
012170     05  STP-REJECT-COUNT           PIC 9(09).
012171*    ITEMS HELD FOR SUPERVISOR REVIEW - ONLY TRANEDIT HOLDS
012172*    ITEMS, EVERY OTHER STEP WRITES ZERO
012173     05  STP-HOLD-COUNT             PIC 9(09).
012174     05  FILLER                     PIC X(28).
012175*
012176*    ONE CALENDAR RECORD PER EXCEPTION TO THE MONDAY-FRIDAY WEEK -
012177*    JOBDRV, VERBS, TRANEDIT, TRENDRPT, GLACK, PENDAPR AND HOLDREG
012178*    READ THE SAME FILE, SO EVERY READER MUST STAY IN STEP
012179 FD  CALENDAR-FILE
012180     RECORDING MODE IS F.
012181 01  CALENDAR-RECORD.
012182     05  CAL-DATE                   PIC X(08).
012183     05  CAL-DAY-TYPE               PIC X(01).
012184         88  CAL-HOLIDAY            VALUE "H".
012185         88  CAL-OPENED-DAY         VALUE "W".
012186     05  CAL-DESCRIPTION            PIC X(30).
012187     05  FILLER                     PIC X(41).
012200*
012300 WORKING-STORAGE SECTION.
012400*
012500*    RUN PARAMETER, SHARED WITH THE DAILY BATCH DRIVER AND THE
012600*    OTHER STEPS IT CALLS - POSITIONS 1-16 AND 25 BELONG TO
012700*    VERBS AND THE DRIVER AND ARE NOT READ HERE. POSITIONS
012800*    17-24 ARE THE BUSINESS DATE (YYYYMMDD) STAMPED ON RELEASED
012810*    TRANSACTIONS (SPACES MEANS TAKE THE SYSTEM DATE) AND
012820*    POSITIONS 34-36 THE RETENTION LIMIT IN DAYS (000 MEANS
012830*    TAKE THE SHOP DEFAULT OF 5) - AN ITEM STILL UNRESOLVED
012840*    AFTER THAT MANY BUSINESS DAYS IS PURGED TO THE AGING REPORT
012850*    - AND POSITIONS 26-33, ON A CATCH-UP RUN, THE END DATE
012860*    (YYYYMMDD) THE ITEMS ARE AGED THROUGH AND STAMPED WITH
012900 01  WS-RUN-PARM                     PIC X(36) VALUE SPACES.
012910 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
012912     05  FILLER                      PIC X(16).
012920     05  PARM-BUSINESS-DATE          PIC X(08).
012922     05  FILLER                      PIC X(01).
012924     05  PARM-CATCHUP-END            PIC X(08).
012930     05  PARM-RETENTION              PIC X(03).
013000 01  WS-RETENTION-DAYS               PIC 9(03) VALUE ZERO.
013010 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
013020 01  WS-AGED-TO-DATE                 PIC 9(08) VALUE ZERO.
013100*
013200*    FILE STATUS FIELDS - "00" MEANS THE LAST OPERATION WORKED,
013300*    "35" ON AN OPTIONAL INPUT MEANS THE FILE IS NOT THERE
017000     05  WS-PURGED-COUNT             PIC 9(09) VALUE ZERO.
017100     05  WS-CORRECTION-COUNT         PIC 9(09) VALUE ZERO.
017200     05  WS-COR-UNMATCHED-COUNT      PIC 9(09) VALUE ZERO.
017210*    CORRECTIONS REFUSED FOR WANT OF A SECOND OPERATOR'S APPROVAL
017220     05  WS-COR-UNAPPROVED-COUNT     PIC 9(09) VALUE ZERO.
017300*    EXTRA SAME-KEY ITEMS MERGED INTO A RELEASE ALREADY WRITTEN
017400     05  WS-DUP-RELEASE-COUNT        PIC 9(09) VALUE ZERO.
017500*
020100*    WORK AREAS USED TO BUILD EACH AGING REPORT LINE
020200 01  WS-AGE-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
020300 01  WS-AGE-EDIT-DAYS                PIC ZZ9.
020301*
020302*    BUSINESS-DAY AGING - THE ITEM'S AGE AS OF THIS RUN, AND THE
020303*    BUSINESS DAYS ELAPSED SINCE THE LAST AGED DATE SEEN (KEPT
020304*    SO A RUN OF ITEMS AGED TO THE SAME DATE IS COUNTED ONCE)
020305 01  WS-AGED-DAYS                    PIC 9(04) VALUE ZERO.
020306 01  WS-AGE-ADD-DAYS                 PIC 9(04) VALUE ZERO.
020307 01  WS-AGE-FROM-DATE                PIC 9(08) VALUE ZERO.
020308 01  WS-AGE-ELAPSED                  PIC 9(04) VALUE ZERO.
020309*
020310*    CALENDAR WORK FIELDS FOR THE ONE-DAY BUMP WHILE COUNTING
020311 01  WS-MONTH-LENGTHS-V.
020312     05  FILLER                      PIC X(24) VALUE
020313         "312831303130313130313031".
020314 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS-V.
020315     05  WS-MONTH-LENGTH OCCURS 12 TIMES
020316                                     PIC 9(02).
020317 01  WS-DAYS-THIS-MONTH              PIC 9(02) VALUE ZERO.
020318 01  WS-LEAP-WORK                    PIC 9(04) VALUE ZERO.
020319 01  WS-LEAP-REM                     PIC 9(04) VALUE ZERO.
020320*
020321*    FILE STATUS FOR THE BUSINESS-DAY CALENDAR - "05" MEANS THE
020322*    OPTIONAL FILE IS NOT THERE AND ONLY WEEKENDS ARE CLOSED
020323 01  WS-CALENDAR-STATUS              PIC X(02) VALUE "00".
020324     88  WS-CALENDAR-OK              VALUE "00" "05".
020325     88  WS-CALENDAR-NOT-THERE       VALUE "05".
020326 01  WS-CALENDAR-SWITCHES.
020327     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
020328         88  WS-CAL-EOF              VALUE "Y".
020329     05  WS-CAL-UNREADABLE-SWITCH    PIC X(01) VALUE "N".
020330         88  WS-CAL-UNREADABLE       VALUE "Y".
020331     05  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE "N".
020332         88  WS-BUSINESS-DAY         VALUE "Y".
020333*
020334*    CALENDAR EXCEPTIONS LOADED FROM BUSCAL - "H" CLOSES A
020335*    WEEKDAY, "W" OPENS A WEEKEND DAY
020336 01  WS-CALENDAR-TABLE.
020337     05  WS-CAL-COUNT              PIC 9(04) COMP VALUE ZERO.
020338     05  WS-CAL-ENTRY OCCURS 500 TIMES
020339                      INDEXED BY CAL-IDX.
020340         10  WS-CAL-TAB-DATE         PIC 9(08).
020341         10  WS-CAL-TAB-TYPE         PIC X(01).
020342*
020343*    DATE BEING JUDGED AND THE DAY-OF-WEEK WORK FIELDS (ZELLER -
020344*    DAY 0 IS SATURDAY, 1 IS SUNDAY)
020345 01  WS-CAL-TEST-DATE                PIC 9(08) VALUE ZERO.
020346 01  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE.
020347     05  WS-CAL-TEST-YEAR            PIC 9(04).
020348     05  WS-CAL-TEST-MONTH           PIC 9(02).
020349     05  WS-CAL-TEST-DAY             PIC 9(02).
020350 01  WS-DOW-WORK.
020351     05  WS-DOW-YEAR                 PIC 9(04).
020352     05  WS-DOW-MONTH                PIC 9(02).
020353     05  WS-DOW-CENTURY              PIC 9(02).
020354     05  WS-DOW-YEAR-OF-CENTURY      PIC 9(02).
020355     05  WS-DOW-TERM                 PIC 9(04).
020356     05  WS-DOW-SUM                  PIC 9(05).
020357     05  WS-DOW-QUOTIENT             PIC 9(05).
020358     05  WS-DOW-DAY                  PIC 9(01).
020359         88  WS-DOW-WEEKEND          VALUE 0 1.
020400*
020500 PROCEDURE DIVISION.
020600*
023920         MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
023930     ELSE
023940         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
023941     END-IF.
023942     PERFORM 9100-LOAD-CALENDAR
023943         THRU 9100-LOAD-CALENDAR-EXIT.
023944     IF WS-CAL-UNREADABLE
023945         DISPLAY "EXCSUSP: BUSINESS CALENDAR UNREADABLE - RUN"
023946             " ABORTED"
023947         SET WS-ABORT-RUN TO TRUE
023948         GO TO 1000-INITIALIZE-EXIT
023950     END-IF.
023952*    A CATCH-UP RUN AGES THE ITEMS THROUGH ITS END DATE, NOT
023954*    JUST TO THE START DATE - OTHERWISE THROUGH THE BUSINESS DATE
023956     MOVE WS-BUSINESS-DATE TO WS-AGED-TO-DATE.
023958     IF PARM-CATCHUP-END IS NUMERIC
023960         MOVE PARM-CATCHUP-END TO WS-AGED-TO-DATE
023962         IF WS-AGED-TO-DATE < WS-BUSINESS-DATE
023964             DISPLAY "EXCSUSP: CATCH-UP END DATE BEFORE START"
023966                 " DATE - RUN ABORTED"
023968             SET WS-ABORT-RUN TO TRUE
023970             GO TO 1000-INITIALIZE-EXIT
023972         END-IF
023974     END-IF.
024000     OPEN INPUT EXCEPTION-FILE.
024100     IF NOT WS-EXCEPTION-OK
024200         DISPLAY "EXCSUSP: UNABLE TO OPEN EXCEPTION-FILE, FILE"
032100         DISPLAY "EXCSUSP: CORRECTION TABLE FULL - RUN ABORTED"
032200         SET WS-ABORT-RUN TO TRUE
032300     ELSE
032310         IF COR-APPROVER-ID = SPACES
032320                 OR COR-APPROVER-ID = COR-MAKER-ID
032330             PERFORM 2300-REFUSE-UNAPPROVED
032340                 THRU 2300-REFUSE-UNAPPROVED-EXIT
032350             GO TO 2200-STORE-CORRECTION-EXIT
032360         END-IF
032400         ADD 1 TO WS-COR-COUNT
032500         ADD 1 TO WS-CORRECTION-COUNT
032600         SET COR-IDX TO WS-COR-COUNT
033400 2200-STORE-CORRECTION-EXIT.
033500     EXIT.
033600*
033605*    A CORRECTION WITHOUT A SECOND OPERATOR'S APPROVAL IS NEVER
033610*    APPLIED - IT IS LISTED ON THE AGING REPORT AND SKIPPED, AND
033615*    THE SUSPENDED ITEM STAYS IN SUSPENSE
033620 2300-REFUSE-UNAPPROVED.
033625     ADD 1 TO WS-CORRECTION-COUNT.
033630     ADD 1 TO WS-COR-UNAPPROVED-COUNT.
033635     MOVE SPACES TO AGING-REPORT-LINE.
033640     STRING "UNAPPROVED CORRECTION " DELIMITED BY SIZE
033645             COR-KEY DELIMITED BY SIZE
033650             " - KEYED BY " DELIMITED BY SIZE
033655             COR-MAKER-ID DELIMITED BY SIZE
033660             " - NOT APPLIED" DELIMITED BY SIZE
033665             INTO AGING-REPORT-LINE.
033670     WRITE AGING-REPORT-LINE.
033675     PERFORM 2100-READ-CORRECTION
033680         THRU 2100-READ-CORRECTION-EXIT.
033685 2300-REFUSE-UNAPPROVED-EXIT.
033690     EXIT.
033695*
033700*    ONE CARRIED SUSPENSE ITEM - A MATCHING CORRECTION RELEASES
033800*    IT, AN ITEM PAST THE RETENTION LIMIT IS PURGED TO THE AGING
033900*    REPORT, ANYTHING ELSE IS AGED BY THE BUSINESS DAYS SINCE IT
034000*    WAS LAST AGED AND CARRIED FORWARD ON THE NEW SUSPENSE FILE
034100 3000-PROCESS-SUSPENSE.
034200     MOVE SIN-KEY TO WS-MATCH-KEY.
034300     MOVE SIN-BRANCH-ID TO WS-MATCH-BRANCH.
034700         PERFORM 6050-RELEASE-ONCE
034800             THRU 6050-RELEASE-ONCE-EXIT
034900     ELSE
034910         PERFORM 3200-AGE-ITEM
034920             THRU 3200-AGE-ITEM-EXIT
035000         IF WS-AGED-DAYS > WS-RETENTION-DAYS
035100             PERFORM 6200-PURGE-ITEM
035200                 THRU 6200-PURGE-ITEM-EXIT
035300         ELSE
035400             MOVE SUSPENSE-IN-RECORD TO SUSPENSE-OUT-RECORD
035500             MOVE WS-AGED-DAYS TO SUT-DAYS-ON-FILE
035510             MOVE WS-AGED-TO-DATE TO SUT-AGED-DATE
035600             ADD 1 TO WS-CARRIED-OUT-COUNT
035700             WRITE SUSPENSE-OUT-RECORD
035800         END-IF
036800             SET WS-SUS-EOF TO TRUE
036900     END-READ.
037000 3100-READ-SUSPENSE-EXIT.
037001     EXIT.
037002*
037003*    BRINGS THE ITEM'S DAYS-ON-FILE UP TO THE AGED-TO DATE - ONE
037004*    DAY FOR A RECORD THAT CARRIES NO AGED DATE, OTHERWISE THE
037005*    BUSINESS DAYS AFTER THE AGED DATE THROUGH THE AGED-TO DATE
037006*    (NONE ON A RERUN OF THE SAME DATE)
037007 3200-AGE-ITEM.
037008     IF SIN-AGED-DATE IS NUMERIC AND SIN-AGED-DATE-9 > ZERO
037009         IF SIN-AGED-DATE-9 NOT = WS-AGE-FROM-DATE
037010             PERFORM 3210-COUNT-BUSINESS-DAYS
037011                 THRU 3210-COUNT-BUSINESS-DAYS-EXIT
037012         END-IF
037013         MOVE WS-AGE-ELAPSED TO WS-AGE-ADD-DAYS
037014     ELSE
037015         MOVE 1 TO WS-AGE-ADD-DAYS
037016     END-IF.
037017     COMPUTE WS-AGED-DAYS = SIN-DAYS-ON-FILE + WS-AGE-ADD-DAYS.
037018     IF WS-AGED-DAYS > 999
037019         MOVE 999 TO WS-AGED-DAYS
037020     END-IF.
037021 3200-AGE-ITEM-EXIT.
037022     EXIT.
037023*
037024*    COUNTS THE BUSINESS DAYS AFTER THE AGED DATE THROUGH THE
037025*    AGED-TO DATE - AN AGED DATE THAT IS NOT A REAL DATE
037026*    COUNTS AS ONE DAY, AND THE COUNT STOPS AT 999
037027 3210-COUNT-BUSINESS-DAYS.
037028     MOVE SIN-AGED-DATE-9 TO WS-AGE-FROM-DATE.
037029     MOVE SIN-AGED-DATE-9 TO WS-CAL-TEST-DATE.
037030     MOVE ZERO TO WS-AGE-ELAPSED.
037031     IF WS-CAL-TEST-MONTH < 1 OR WS-CAL-TEST-MONTH > 12
037032             OR WS-CAL-TEST-DAY < 1 OR WS-CAL-TEST-DAY > 31
037033         MOVE 1 TO WS-AGE-ELAPSED
037034         GO TO 3210-COUNT-BUSINESS-DAYS-EXIT
037035     END-IF.
037036     PERFORM 3220-COUNT-ONE-DAY
037037         THRU 3220-COUNT-ONE-DAY-EXIT
037038         UNTIL WS-CAL-TEST-DATE >= WS-AGED-TO-DATE
037039         OR WS-AGE-ELAPSED >= 999.
037040 3210-COUNT-BUSINESS-DAYS-EXIT.
037041     EXIT.
037042*
037043 3220-COUNT-ONE-DAY.
037044     PERFORM 9300-BUMP-TEST-DATE
037045         THRU 9300-BUMP-TEST-DATE-EXIT.
037046     PERFORM 9200-TEST-BUSINESS-DAY
037047         THRU 9200-TEST-BUSINESS-DAY-EXIT.
037048     IF WS-BUSINESS-DAY
037049         ADD 1 TO WS-AGE-ELAPSED
037050     END-IF.
037051 3220-COUNT-ONE-DAY-EXIT.
037100     EXIT.
037200*
037300*    ONE OF TODAY'S EXCEPTION RECORDS - A SAME-DAY CORRECTION
039000         MOVE EXC-REASON TO SUT-REASON
039100         MOVE EXC-BRANCH-ID TO SUT-BRANCH-ID
039200         MOVE ZERO TO SUT-DAYS-ON-FILE
039210         MOVE WS-AGED-TO-DATE TO SUT-AGED-DATE
039300         ADD 1 TO WS-CARRIED-OUT-COUNT
039400         WRITE SUSPENSE-OUT-RECORD
039500     END-IF.
057300             WS-AGE-EDIT-COUNT DELIMITED BY SIZE
057400             INTO AGING-REPORT-LINE.
057500     WRITE AGING-REPORT-LINE.
057510     MOVE WS-COR-UNAPPROVED-COUNT TO WS-AGE-EDIT-COUNT.
057520     STRING "UNAPPROVED CORRECTIONS  " DELIMITED BY SIZE
057530             WS-AGE-EDIT-COUNT DELIMITED BY SIZE
057540             INTO AGING-REPORT-LINE.
057550     WRITE AGING-REPORT-LINE.
057600     MOVE WS-DUP-RELEASE-COUNT TO WS-AGE-EDIT-COUNT.
057700     STRING "SAME-KEY ITEMS MERGED . " DELIMITED BY SIZE
057800             WS-AGE-EDIT-COUNT DELIMITED BY SIZE
058290     MOVE WS-EXC-LOAD-COUNT TO STP-IN-COUNT.
058292     MOVE WS-CARRIED-OUT-COUNT TO STP-OUT-COUNT.
058294     MOVE WS-RELEASED-COUNT TO STP-REJECT-COUNT.
058295     MOVE ZERO TO STP-HOLD-COUNT.
058296     WRITE STEP-CONTROL-RECORD.
058297     CLOSE STEP-CONTROL-FILE.
058298 8500-WRITE-STEP-CONTROL-EXIT.
058800         WS-DUP-RELEASE-COUNT.
058900     DISPLAY "EXCSUSP: ITEMS CARRIED: " WS-CARRIED-OUT-COUNT.
059000     DISPLAY "EXCSUSP: ITEMS PURGED: " WS-PURGED-COUNT.
059010     DISPLAY "EXCSUSP: UNAPPROVED CORRECTIONS: "
059020         WS-COR-UNAPPROVED-COUNT.
059100     IF WS-FILES-OPEN
059200         CLOSE EXCEPTION-FILE
059300         IF WS-SUSPENSE-PRESENT
060100         CLOSE AGING-REPORT-FILE
060200     END-IF.
060300*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 4 FLAGS
060400*    PURGED ITEMS, UNMATCHED OR UNAPPROVED CORRECTIONS THAT NEED
060500*    A HUMAN LOOK, SO THE SCHEDULER CAN TELL THE OUTCOMES APART
060600     IF WS-ABORT-RUN
060700         MOVE 16 TO RETURN-CODE
060800     ELSE
060900         IF WS-PURGED-COUNT > ZERO
061000                 OR WS-COR-UNMATCHED-COUNT > ZERO
061010                 OR WS-COR-UNAPPROVED-COUNT > ZERO
061100             MOVE 4 TO RETURN-CODE
061200         ELSE
061300             MOVE ZERO TO RETURN-CODE
061500     END-IF.
061600 9000-TERMINATE-EXIT.
061700     EXIT.
061710*
061720*    LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE TABLE - A
061730*    MISSING FILE LEAVES ONLY SATURDAYS AND SUNDAYS CLOSED, A
061740*    FILE THAT CANNOT BE READ OR DOES NOT FIT IS UNREADABLE
061750 9100-LOAD-CALENDAR.
061760     MOVE ZERO TO WS-CAL-COUNT.
061770     MOVE "N" TO WS-CAL-EOF-SWITCH.
061780     OPEN INPUT CALENDAR-FILE.
061790     IF NOT WS-CALENDAR-OK
061800         DISPLAY "EXCSUSP: UNABLE TO OPEN BUSINESS CALENDAR"
061810             " - STATUS " WS-CALENDAR-STATUS
061820         SET WS-CAL-UNREADABLE TO TRUE
061830         GO TO 9100-LOAD-CALENDAR-EXIT
061840     END-IF.
061850     IF WS-CALENDAR-NOT-THERE
061860         DISPLAY "EXCSUSP: NO BUSINESS CALENDAR - ONLY WEEKENDS"
061870             " ARE CLOSED"
061880         CLOSE CALENDAR-FILE
061890         GO TO 9100-LOAD-CALENDAR-EXIT
061900     END-IF.
061910     PERFORM 9110-READ-CALENDAR
061920         THRU 9110-READ-CALENDAR-EXIT.
061930     PERFORM 9120-STORE-CALENDAR-ENTRY
061940         THRU 9120-STORE-CALENDAR-ENTRY-EXIT
061950         UNTIL WS-CAL-EOF OR WS-CAL-UNREADABLE.
061960     CLOSE CALENDAR-FILE.
061970 9100-LOAD-CALENDAR-EXIT.
061980     EXIT.
061990*
062000 9110-READ-CALENDAR.
062010     READ CALENDAR-FILE
062020         AT END
062030             SET WS-CAL-EOF TO TRUE
062040             GO TO 9110-READ-CALENDAR-EXIT
062050     END-READ.
062060     IF WS-CALENDAR-STATUS NOT = "00"
062070         DISPLAY "EXCSUSP: BUSINESS CALENDAR READ ERROR"
062080             " - STATUS " WS-CALENDAR-STATUS
062090         SET WS-CAL-UNREADABLE TO TRUE
062100     END-IF.
062110 9110-READ-CALENDAR-EXIT.
062120     EXIT.
062130*
062140*    KEEPS ONE CALENDAR ENTRY - A BAD DATE OR DAY TYPE IS SHOWN
062150*    ON THE CONSOLE AND SKIPPED
062160 9120-STORE-CALENDAR-ENTRY.
062170     IF CAL-DATE NOT NUMERIC
062180             OR NOT (CAL-HOLIDAY OR CAL-OPENED-DAY)
062190         DISPLAY "EXCSUSP: CALENDAR ENTRY SKIPPED - " CAL-DATE
062200             " " CAL-DAY-TYPE
062210     ELSE
062220         IF WS-CAL-COUNT >= 500
062230             DISPLAY "EXCSUSP: BUSINESS CALENDAR TABLE FULL"
062240             SET WS-CAL-UNREADABLE TO TRUE
062250             GO TO 9120-STORE-CALENDAR-ENTRY-EXIT
062260         END-IF
062270         ADD 1 TO WS-CAL-COUNT
062280         SET CAL-IDX TO WS-CAL-COUNT
062290         MOVE CAL-DATE TO WS-CAL-TAB-DATE (CAL-IDX)
062300         MOVE CAL-DAY-TYPE TO WS-CAL-TAB-TYPE (CAL-IDX)
062310     END-IF.
062320     PERFORM 9110-READ-CALENDAR
062330         THRU 9110-READ-CALENDAR-EXIT.
062340 9120-STORE-CALENDAR-ENTRY-EXIT.
062350     EXIT.
062360*
062370*    JUDGES WS-CAL-TEST-DATE - MONDAY THROUGH FRIDAY IS A BUSINESS
062380*    DAY UNLESS THE CALENDAR CARRIES IT AS A HOLIDAY, SATURDAY
062390*    AND SUNDAY ARE NOT UNLESS THE CALENDAR OPENS THEM. THE DAY
062400*    OF THE WEEK COMES FROM ZELLER'S RULE (0 = SATURDAY)
062410 9200-TEST-BUSINESS-DAY.
062420     MOVE WS-CAL-TEST-YEAR TO WS-DOW-YEAR.
062430     MOVE WS-CAL-TEST-MONTH TO WS-DOW-MONTH.
062440     IF WS-DOW-MONTH < 3
062450         ADD 12 TO WS-DOW-MONTH
062460         SUBTRACT 1 FROM WS-DOW-YEAR
062470     END-IF.
062480     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
062490         REMAINDER WS-DOW-YEAR-OF-CENTURY.
062500     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
062510     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-TERM.
062520     MOVE WS-CAL-TEST-DAY TO WS-DOW-SUM.
062530     ADD WS-DOW-TERM WS-DOW-YEAR-OF-CENTURY TO WS-DOW-SUM.
062540     COMPUTE WS-DOW-SUM = WS-DOW-SUM + 5 * WS-DOW-CENTURY.
062550     DIVIDE WS-DOW-YEAR-OF-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
062560     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
062570     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
062580     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
062590     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
062600         REMAINDER WS-DOW-DAY.
062610     IF WS-DOW-WEEKEND
062620         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
062630     ELSE
062640         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
062650     END-IF.
062660     SET CAL-IDX TO 1.
062670     SEARCH WS-CAL-ENTRY
062680         AT END
062690             CONTINUE
062700         WHEN CAL-IDX > WS-CAL-COUNT
062710             CONTINUE
062720         WHEN WS-CAL-TAB-DATE (CAL-IDX) = WS-CAL-TEST-DATE
062730             IF WS-CAL-TAB-TYPE (CAL-IDX) = "H"
062740                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
062750             ELSE
062760                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
062770             END-IF
062780     END-SEARCH.
062790 9200-TEST-BUSINESS-DAY-EXIT.
062800     EXIT.
062810*
062820*    STEPS WS-CAL-TEST-DATE FORWARD ONE CALENDAR DAY - MONTH
062830*    LENGTHS OFF THE TABLE, FEBRUARY JUDGED BY THE LEAP RULE
062840 9300-BUMP-TEST-DATE.
062850     MOVE WS-MONTH-LENGTH (WS-CAL-TEST-MONTH)
062855         TO WS-DAYS-THIS-MONTH.
062860     IF WS-CAL-TEST-MONTH = 2
062870         DIVIDE WS-CAL-TEST-YEAR BY 4 GIVING WS-LEAP-WORK
062880             REMAINDER WS-LEAP-REM
062890         IF WS-LEAP-REM = ZERO
062900             DIVIDE WS-CAL-TEST-YEAR BY 100 GIVING WS-LEAP-WORK
062910                 REMAINDER WS-LEAP-REM
062920             IF WS-LEAP-REM NOT = ZERO
062930                 MOVE 29 TO WS-DAYS-THIS-MONTH
062940             ELSE
062950                 DIVIDE WS-CAL-TEST-YEAR BY 400
062955                     GIVING WS-LEAP-WORK
062960                     REMAINDER WS-LEAP-REM
062970                 IF WS-LEAP-REM = ZERO
062980                     MOVE 29 TO WS-DAYS-THIS-MONTH
062990                 END-IF
063000             END-IF
063010         END-IF
063020     END-IF.
063030     IF WS-CAL-TEST-DAY < WS-DAYS-THIS-MONTH
063040         ADD 1 TO WS-CAL-TEST-DAY
063050     ELSE
063060         MOVE 1 TO WS-CAL-TEST-DAY
063070         IF WS-CAL-TEST-MONTH < 12
063080             ADD 1 TO WS-CAL-TEST-MONTH
063090         ELSE
063100             MOVE 1 TO WS-CAL-TEST-MONTH
063110             ADD 1 TO WS-CAL-TEST-YEAR
063120         END-IF
063130     END-IF.
063140 9300-BUMP-TEST-DATE-EXIT.
063150     EXIT.

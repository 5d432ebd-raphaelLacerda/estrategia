004491*                     A DRIVEN STEP, SO A STANDALONE RELVRFY
004492*                     COULD NEVER RUN IN TIME. THE STEP ORDER IS
004493*                     HELLO, TRANMRG, TRANEDIT, VERBS, RELVRFY,
004498*                     EXCSUSP, BALCHK, AND THE RESTART MODE AND
004503*                     RUN-CONTROL RECORD CARRY ALL SEVEN.
004508*    2026-10-15  RSL  LAUNCH DATES ARE NOW JUDGED AGAINST THE SHOP
004513*                     BUSINESS-DAY CALENDAR (BUSCAL - HOLIDAYS AND
004518*                     WEEKEND DAYS OPENED FOR BUSINESS; SATURDAY
004523*                     AND SUNDAY ARE OTHERWISE CLOSED). A LAUNCH
004528*                     FOR A WEEKEND OR HOLIDAY IS REFUSED WITH RC
004533*                     16 UNLESS THE OVERRIDE OR RESTART PARM IS
004538*                     GIVEN, WHEN IT ONLY WARNS AND SAYS SO ON
004543*                     JOBRPT. A CATCH-UP NOW STEPS FROM BUSINESS
004548*                     DAY TO BUSINESS DAY, SO A LONG WEEKEND NO
004553*                     LONGER GETS EMPTY RUN-CONTROL RECORDS. A
004558*                     CALENDAR FILE THAT CANNOT BE READ REFUSES
004563*                     THE LAUNCH LIKE AN UNREADABLE RUN-CONTROL
004564*                     FILE.
004565*    2026-10-15  RSL  A DATE WHOSE LATEST RUN-CONTROL RECORD IS
004566*                     REVERSED (APPENDED BY THE BACK-OUT PROGRAM,
004567*                     BALREV) NO LONGER COUNTS AS RUN - THE LAUNCH
004568*                     PROCEEDS AS A FRESH RUN WITHOUT THE OVERRIDE
004569*                     AND SAYS SO ON THE CONSOLE. A RESTART OF A
004570*                     REVERSED DATE IS STILL REFUSED, SINCE ONLY A
004571*                     FAILED DATE CAN BE RESTARTED.
004578*
004583 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT STATUS-REPORT-FILE ASSIGN TO "JOBRPT"
005300     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RUN-CONTROL-STATUS.
005510*    SHOP BUSINESS-DAY CALENDAR - HOLIDAYS AND ANY WEEKEND DAYS
005520*    OPENED FOR BUSINESS. OPTIONAL - WITHOUT IT ONLY SATURDAYS AND
005530*    SUNDAYS ARE CLOSED
005540     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL"
005550         ORGANIZATION IS SEQUENTIAL
005560         FILE STATUS IS WS-CALENDAR-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
007210     05  RCT-EXCSUSP-RC                 PIC X(05).
007220     05  RCT-BALCHK-RC                  PIC X(05).
007300     05  FILLER                         PIC X(15).
007305*
007310*    ONE CALENDAR RECORD PER EXCEPTION TO THE MONDAY-FRIDAY WEEK -
007315*    VERBS, TRANEDIT, EXCSUSP, TRENDRPT, GLACK, PENDAPR AND
007320*    HOLDREG READ THE SAME FILE, SO EVERY READER MUST STAY IN STEP
007325 FD  CALENDAR-FILE
007330     RECORDING MODE IS F.
007335 01  CALENDAR-RECORD.
007340     05  CAL-DATE                       PIC X(08).
007345     05  CAL-DAY-TYPE                   PIC X(01).
007350         88  CAL-HOLIDAY                VALUE "H".
007355         88  CAL-OPENED-DAY             VALUE "W".
007360     05  CAL-DESCRIPTION                PIC X(30).
007365     05  FILLER                         PIC X(41).
007400*
007500 WORKING-STORAGE SECTION.
007600*
009540*    LAUNCH THEN COVERS EVERY BUSINESS DATE FROM THE START DATE
009550*    THROUGH THE END DATE (VERBS READS THE SAME FIELD OFF THE
009560*    SHARED COMMAND LINE AND MAKES ONE PASS PER DATE)
009570*    A START OR END DATE THAT IS NOT A SHOP BUSINESS DAY IS
009580*    REFUSED UNLESS POSITION 25 IS "O" OR "R", WHEN THE RUN IS
009590*    FORCED WITH A WARNING
009600 01  WS-RUN-PARM                        PIC X(33) VALUE SPACES.
009700 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
009800     05  FILLER                         PIC X(16).
012300         88  DRV-RUN-BLOCKED            VALUE "Y".
012400     05  WS-RCT-EOF-SWITCH              PIC X(01) VALUE "N".
012500         88  WS-RCT-EOF                 VALUE "Y".
012510*    "Y" WHEN A DATE TO BE RUN IS A WEEKEND OR HOLIDAY AND NO
012520*    OVERRIDE WAS GIVEN, "F" WHEN THE OVERRIDE FORCED IT
012530     05  WS-NON-BUSINESS-SWITCH         PIC X(01) VALUE "N".
012540         88  DRV-NON-BUSINESS-DATE      VALUE "Y".
012550         88  DRV-NON-BUSINESS-FORCED    VALUE "F".
012600*    LATEST PRIOR STATUS SEEN FOR THE BUSINESS DATE THIS RUN -
012700*    "UNREADABLE" IS SET LOCALLY WHEN THE RUN-CONTROL FILE
012800*    ITSELF CANNOT BE OPENED
013000     88  WS-PRIOR-RUN-BLOCKING          VALUE "RUNNING"
013100                                              "COMPLETED".
013150     88  WS-PRIOR-RUN-FAILED            VALUE "FAILED".
013160     88  WS-PRIOR-RUN-REVERSED          VALUE "REVERSED".
013200     88  WS-PRIOR-UNREADABLE            VALUE "UNREADABLE".
013210*
013220*    STEP RETURN-CODES OFF THE LATEST RUN-CONTROL RECORD FOR THE
013620*    HOLD AREA FOR THE BUILT END-OF-JOB RECORD SO A CATCH-UP
013630*    RUN CAN WRITE IT ONCE PER BUSINESS DATE IN THE RANGE
013640 01  WS-RCT-HOLD                        PIC X(80) VALUE SPACES.
013641*
013642*    FILE STATUS FOR THE BUSINESS-DAY CALENDAR - "05" MEANS THE
013643*    OPTIONAL FILE IS NOT THERE AND ONLY WEEKENDS ARE CLOSED
013644 01  WS-CALENDAR-STATUS                 PIC X(02) VALUE "00".
013645     88  WS-CALENDAR-OK                 VALUE "00" "05".
013646     88  WS-CALENDAR-NOT-THERE          VALUE "05".
013647 01  WS-CALENDAR-SWITCHES.
013648     05  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
013649         88  WS-CAL-EOF                 VALUE "Y".
013650     05  WS-CAL-UNREADABLE-SWITCH       PIC X(01) VALUE "N".
013651         88  WS-CAL-UNREADABLE          VALUE "Y".
013652     05  WS-BUSINESS-DAY-SWITCH         PIC X(01) VALUE "N".
013653         88  WS-BUSINESS-DAY            VALUE "Y".
013654*
013655*    CALENDAR EXCEPTIONS LOADED FROM BUSCAL - "H" CLOSES A
013656*    WEEKDAY, "W" OPENS A WEEKEND DAY
013657 01  WS-CALENDAR-TABLE.
013658     05  WS-CAL-COUNT              PIC 9(04) COMP VALUE ZERO.
013659     05  WS-CAL-ENTRY OCCURS 500 TIMES
013660                      INDEXED BY CAL-IDX.
013661         10  WS-CAL-TAB-DATE            PIC 9(08).
013662         10  WS-CAL-TAB-TYPE            PIC X(01).
013663*
013664*    DATE BEING JUDGED AND THE DAY-OF-WEEK WORK FIELDS (ZELLER -
013665*    DAY 0 IS SATURDAY, 1 IS SUNDAY)
013666 01  WS-CAL-TEST-DATE                   PIC 9(08) VALUE ZERO.
013667 01  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE.
013668     05  WS-CAL-TEST-YEAR               PIC 9(04).
013669     05  WS-CAL-TEST-MONTH              PIC 9(02).
013670     05  WS-CAL-TEST-DAY                PIC 9(02).
013671 01  WS-DOW-WORK.
013672     05  WS-DOW-YEAR                    PIC 9(04).
013673     05  WS-DOW-MONTH                   PIC 9(02).
013674     05  WS-DOW-CENTURY                 PIC 9(02).
013675     05  WS-DOW-YEAR-OF-CENTURY         PIC 9(02).
013676     05  WS-DOW-TERM                    PIC 9(04).
013677     05  WS-DOW-SUM                     PIC 9(05).
013678     05  WS-DOW-QUOTIENT                PIC 9(05).
013679     05  WS-DOW-DAY                     PIC 9(01).
013680         88  WS-DOW-WEEKEND             VALUE 0 1.
013700*
013800 PROCEDURE DIVISION.
013900*
019096     END-IF.
019100     ACCEPT WS-TIME-OF-DAY FROM TIME.
019200     MOVE WS-TIME-HHMMSS TO DRV-START-TIME.
019201     PERFORM 9100-LOAD-CALENDAR
019202         THRU 9100-LOAD-CALENDAR-EXIT.
019203     IF WS-CAL-UNREADABLE
019204         SET DRV-RUN-BLOCKED TO TRUE
019205     END-IF.
019210     IF NOT DRV-RUN-BLOCKED
019300         PERFORM 1150-CHECK-ALL-DATES
019400             THRU 1150-CHECK-ALL-DATES-EXIT
019697     EXIT.
019698*
019700 1160-CHECK-NEXT-DATE.
019710     PERFORM 1750-NEXT-BUSINESS-DATE
019720         THRU 1750-NEXT-BUSINESS-DATE-EXIT.
019730     PERFORM 1200-CHECK-PRIOR-RUN
019740         THRU 1200-CHECK-PRIOR-RUN-EXIT.
019750 1160-CHECK-NEXT-DATE-EXIT.
019800*    SCANS THE RUN-CONTROL LOG FOR THE LATEST RECORD CARRYING
019900*    THIS BUSINESS DATE - A RUNNING OR COMPLETED RECORD BLOCKS
020000*    A NEW LAUNCH UNLESS THE OVERRIDE PARM WAS GIVEN; A FAILED
020100*    RECORD (OR NO RECORD) LETS THE RUN PROCEED. A DATE THAT IS
020110*    NOT A SHOP BUSINESS DAY IS REFUSED FIRST UNLESS THE OVERRIDE
020120*    OR RESTART PARM FORCES IT
020200 1200-CHECK-PRIOR-RUN.
020205     MOVE WS-CHECK-DATE TO WS-CAL-TEST-DATE.
020210     PERFORM 9200-TEST-BUSINESS-DAY
020215         THRU 9200-TEST-BUSINESS-DAY-EXIT.
020220     IF NOT WS-BUSINESS-DAY
020225         IF PARM-OVERRIDE-GIVEN OR PARM-RESTART-GIVEN
020230             DISPLAY "JOBDRV: WARNING - " WS-CHECK-DATE
020235                 " IS NOT A BUSINESS DAY - RUN FORCED BY PARM"
020240             SET DRV-NON-BUSINESS-FORCED TO TRUE
020245         ELSE
020250             DISPLAY "JOBDRV: " WS-CHECK-DATE
020255                 " IS NOT A BUSINESS DAY - RUN REFUSED"
020260             SET DRV-NON-BUSINESS-DATE TO TRUE
020265             SET DRV-RUN-BLOCKED TO TRUE
020270             GO TO 1200-CHECK-PRIOR-RUN-EXIT
020275         END-IF
020280     END-IF.
020300     MOVE SPACES TO WS-PRIOR-STATUS.
020310     MOVE "N" TO WS-RCT-EOF-SWITCH.
020320     MOVE "00" TO WS-RUN-CONTROL-STATUS.
023100             SET DRV-RUN-BLOCKED TO TRUE
023200         END-IF
023300     END-IF.
023310*    A BACKED-OUT DATE HAS NOTHING LEFT ON THE BOOKS - IT RUNS
023320*    AGAIN AS A FRESH DAY, NO OVERRIDE NEEDED
023330     IF WS-PRIOR-RUN-REVERSED
023340         DISPLAY "JOBDRV: BUSINESS DATE " WS-CHECK-DATE
023350             " WAS REVERSED - RUN PROCEEDS AS A FRESH RUN"
023360     END-IF.
023400 1200-CHECK-PRIOR-RUN-EXIT.
023500     EXIT.
023600*
026774     EXIT.
026776*
026778 1520-WRITE-NEXT-RUNNING.
026780     PERFORM 1750-NEXT-BUSINESS-DATE
026782         THRU 1750-NEXT-BUSINESS-DATE-EXIT.
026784     PERFORM 1510-WRITE-RUNNING-RECORD
026786         THRU 1510-WRITE-RUNNING-RECORD-EXIT.
026788 1520-WRITE-NEXT-RUNNING-EXIT.
026858 1700-BUMP-CHECK-DATE-EXIT.
026860     EXIT.
026862*
026863*    STEPS WS-CHECK-DATE FORWARD TO THE NEXT SHOP BUSINESS DAY,
026864*    STOPPING AT THE CATCH-UP END DATE WHATEVER IT IS - AN END
026865*    DATE THAT IS NOT A BUSINESS DAY IS LEFT FOR THE PRIOR-RUN
026866*    CHECK TO REFUSE OR FORCE
026867 1750-NEXT-BUSINESS-DATE.
026868     MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
026869     PERFORM 1760-BUMP-AND-TEST
026870         THRU 1760-BUMP-AND-TEST-EXIT
026871         UNTIL WS-BUSINESS-DAY
026872         OR WS-CHECK-DATE >= DRV-CATCHUP-END.
026873 1750-NEXT-BUSINESS-DATE-EXIT.
026874     EXIT.
026875*
026876 1760-BUMP-AND-TEST.
026877     PERFORM 1700-BUMP-CHECK-DATE
026878         THRU 1700-BUMP-CHECK-DATE-EXIT.
026879     MOVE WS-CHECK-DATE TO WS-CAL-TEST-DATE.
026880     PERFORM 9200-TEST-BUSINESS-DAY
026881         THRU 9200-TEST-BUSINESS-DAY-EXIT.
026882 1760-BUMP-AND-TEST-EXIT.
026883     EXIT.
026884*
026900*    RUNS THE CUSTOMER NAME CLEANUP STEP AND CAPTURES ITS
027000*    RETURN-CODE BEFORE ANYTHING ELSE CAN OVERLAY IT
027100 2000-RUN-HELLO.
034030             TO WS-REPORT-LINE
034040         WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
034050     END-IF.
034055     IF DRV-NON-BUSINESS-FORCED
034060         MOVE "NON-BUSINESS DATE RUN - FORCED BY OVERRIDE PARM"
034065             TO WS-REPORT-LINE
034070         WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
034075     END-IF.
034100     MOVE SPACES TO WS-REPORT-LINE.
034200     WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE.
034300     MOVE DRV-HELLO-RC TO WS-RC-EDIT.
045870     EXIT.
045880*
045890 8520-WRITE-NEXT-END.
045892     PERFORM 1750-NEXT-BUSINESS-DATE
045894         THRU 1750-NEXT-BUSINESS-DATE-EXIT.
045896     PERFORM 8510-WRITE-END-RECORD
045897         THRU 8510-WRITE-END-RECORD-EXIT.
045898 8520-WRITE-NEXT-END-EXIT.
046941         MOVE "JOB FAILED" TO DRV-JOB-STATUS
046943         GO TO 8900-BUILD-BLOCKED-REPORT-EXIT
046945     END-IF.
046947     IF WS-CAL-UNREADABLE
046949         MOVE "BUSINESS CALENDAR UNREADABLE - RUN REFUSED, NO"
046951             TO WS-REPORT-LINE
046953         WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
046955         MOVE "STEP WAS STARTED. FIX BUSCAL AND RESUBMIT." TO
046957             WS-REPORT-LINE
046959         WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
046961         MOVE "JOB FAILED" TO DRV-JOB-STATUS
046963         GO TO 8900-BUILD-BLOCKED-REPORT-EXIT
046965     END-IF.
046967     IF DRV-NON-BUSINESS-DATE
046969         MOVE SPACES TO WS-REPORT-LINE
046971         STRING "BUSINESS DATE " DELIMITED BY SIZE
046973             WS-CHECK-DATE DELIMITED BY SIZE
046975             " IS NOT A SHOP BUSINESS DAY" DELIMITED BY SIZE
046977             INTO WS-REPORT-LINE
046979         END-STRING
046981         WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
046983         MOVE "RUN REFUSED - NO STEP WAS STARTED. USE THE"
046985             TO WS-REPORT-LINE
046987         WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
046989         MOVE "OVERRIDE PARM (POSITION 25 = O) TO FORCE THE RUN."
046991             TO WS-REPORT-LINE
046993         WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
046995         MOVE "JOB FAILED" TO DRV-JOB-STATUS
046997         GO TO 8900-BUILD-BLOCKED-REPORT-EXIT
046999     END-IF.
047000     IF WS-PRIOR-UNREADABLE
047100         MOVE "RUN-CONTROL FILE UNREADABLE - LAUNCH REFUSED."
047200             TO WS-REPORT-LINE
051500     END-IF.
051600 9000-TERMINATE-EXIT.
051700     EXIT.
051710*
051720*    LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE TABLE - A
051730*    MISSING FILE LEAVES ONLY SATURDAYS AND SUNDAYS CLOSED, A
051740*    FILE THAT CANNOT BE READ OR DOES NOT FIT IS UNREADABLE
051750 9100-LOAD-CALENDAR.
051760     MOVE ZERO TO WS-CAL-COUNT.
051770     MOVE "N" TO WS-CAL-EOF-SWITCH.
051780     OPEN INPUT CALENDAR-FILE.
051790     IF NOT WS-CALENDAR-OK
051800         DISPLAY "JOBDRV: UNABLE TO OPEN BUSINESS CALENDAR"
051810             " - STATUS " WS-CALENDAR-STATUS
051820         SET WS-CAL-UNREADABLE TO TRUE
051830         GO TO 9100-LOAD-CALENDAR-EXIT
051840     END-IF.
051850     IF WS-CALENDAR-NOT-THERE
051860         DISPLAY "JOBDRV: NO BUSINESS CALENDAR - ONLY WEEKENDS"
051870             " ARE CLOSED"
051880         CLOSE CALENDAR-FILE
051890         GO TO 9100-LOAD-CALENDAR-EXIT
051900     END-IF.
051910     PERFORM 9110-READ-CALENDAR
051920         THRU 9110-READ-CALENDAR-EXIT.
051930     PERFORM 9120-STORE-CALENDAR-ENTRY
051940         THRU 9120-STORE-CALENDAR-ENTRY-EXIT
051950         UNTIL WS-CAL-EOF OR WS-CAL-UNREADABLE.
051960     CLOSE CALENDAR-FILE.
051970 9100-LOAD-CALENDAR-EXIT.
051980     EXIT.
051990*
052000 9110-READ-CALENDAR.
052010     READ CALENDAR-FILE
052020         AT END
052030             SET WS-CAL-EOF TO TRUE
052040             GO TO 9110-READ-CALENDAR-EXIT
052050     END-READ.
052060     IF WS-CALENDAR-STATUS NOT = "00"
052070         DISPLAY "JOBDRV: BUSINESS CALENDAR READ ERROR"
052080             " - STATUS " WS-CALENDAR-STATUS
052090         SET WS-CAL-UNREADABLE TO TRUE
052100     END-IF.
052110 9110-READ-CALENDAR-EXIT.
052120     EXIT.
052130*
052140*    KEEPS ONE CALENDAR ENTRY - A BAD DATE OR DAY TYPE IS SHOWN
052150*    ON THE CONSOLE AND SKIPPED
052160 9120-STORE-CALENDAR-ENTRY.
052170     IF CAL-DATE NOT NUMERIC
052180             OR NOT (CAL-HOLIDAY OR CAL-OPENED-DAY)
052190         DISPLAY "JOBDRV: CALENDAR ENTRY SKIPPED - " CAL-DATE
052200             " " CAL-DAY-TYPE
052210     ELSE
052220         IF WS-CAL-COUNT >= 500
052230             DISPLAY "JOBDRV: BUSINESS CALENDAR TABLE FULL"
052240             SET WS-CAL-UNREADABLE TO TRUE
052250             GO TO 9120-STORE-CALENDAR-ENTRY-EXIT
052260         END-IF
052270         ADD 1 TO WS-CAL-COUNT
052280         SET CAL-IDX TO WS-CAL-COUNT
052290         MOVE CAL-DATE TO WS-CAL-TAB-DATE (CAL-IDX)
052300         MOVE CAL-DAY-TYPE TO WS-CAL-TAB-TYPE (CAL-IDX)
052310     END-IF.
052320     PERFORM 9110-READ-CALENDAR
052330         THRU 9110-READ-CALENDAR-EXIT.
052340 9120-STORE-CALENDAR-ENTRY-EXIT.
052350     EXIT.
052360*
052370*    JUDGES WS-CAL-TEST-DATE - MONDAY THROUGH FRIDAY IS A BUSINESS
052380*    DAY UNLESS THE CALENDAR CARRIES IT AS A HOLIDAY, SATURDAY
052390*    AND SUNDAY ARE NOT UNLESS THE CALENDAR OPENS THEM. THE DAY
052400*    OF THE WEEK COMES FROM ZELLER'S RULE (0 = SATURDAY)
052410 9200-TEST-BUSINESS-DAY.
052420     MOVE WS-CAL-TEST-YEAR TO WS-DOW-YEAR.
052430     MOVE WS-CAL-TEST-MONTH TO WS-DOW-MONTH.
052440     IF WS-DOW-MONTH < 3
052450         ADD 12 TO WS-DOW-MONTH
052460         SUBTRACT 1 FROM WS-DOW-YEAR
052470     END-IF.
052480     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
052490         REMAINDER WS-DOW-YEAR-OF-CENTURY.
052500     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
052510     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-TERM.
052520     MOVE WS-CAL-TEST-DAY TO WS-DOW-SUM.
052530     ADD WS-DOW-TERM WS-DOW-YEAR-OF-CENTURY TO WS-DOW-SUM.
052540     COMPUTE WS-DOW-SUM = WS-DOW-SUM + 5 * WS-DOW-CENTURY.
052550     DIVIDE WS-DOW-YEAR-OF-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
052560     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
052570     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
052580     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
052590     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
052600         REMAINDER WS-DOW-DAY.
052610     IF WS-DOW-WEEKEND
052620         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
052630     ELSE
052640         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
052650     END-IF.
052660     SET CAL-IDX TO 1.
052670     SEARCH WS-CAL-ENTRY
052680         AT END
052690             CONTINUE
052700         WHEN CAL-IDX > WS-CAL-COUNT
052710             CONTINUE
052720         WHEN WS-CAL-TAB-DATE (CAL-IDX) = WS-CAL-TEST-DATE
052730             IF WS-CAL-TAB-TYPE (CAL-IDX) = "H"
052740                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
052750             ELSE
052760                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
052770             END-IF
052780     END-SEARCH.
052790 9200-TEST-BUSINESS-DAY-EXIT.
052800     EXIT.

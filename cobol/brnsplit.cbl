002000*                     THE REPORT INSTEAD OF GUESSED AT, SO A
002100*                     REJECT CAN NO LONGER GO BACK TO THE WRONG
002200*                     BRANCH OFF A HAND-TYPED LIST.
002210*    2026-10-15  RSL  TRANEDIT'S NEW "KEYX" REASON (A KEY ALREADY
002220*                     ACCEPTED ON AN EARLIER BUSINESS DAY - A
002230*                     RESENT BRANCH FILE) NOW HAS ITS OWN LINE
002240*                     ON THE TRANSMITTAL INSTEAD OF FALLING INTO
002250*                     OTHR.
002260*    2026-10-15  RSL  LIKEWISE TRANEDIT'S CUSTOMER STATUS REASONS
002270*                     - "CUSU" NOT ON THE CUSTOMER MASTER, "CUSB"
002280*                     CUSTOMER BLOCKED, "CUSC" CUSTOMER CLOSED.
002282*    2026-10-15  RSL  HIGH-VALUE HOLDS DECLINED BY THE SUPERVISORS
002284*                     (HOLDREJ, WRITTEN BY HOLDREG IN THE TRANREJ
002286*                     LAYOUT UNDER REASON "HOLD") ARE NOW RETURNED
002288*                     TO THE BRANCH WITH THE DAY'S REJECTS, ROUTED
002290*                     THE SAME WAY, AND HAVE THEIR OWN LINE ON THE
002292*                     TRANSMITTAL.
002300*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002900     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-REJECT-STATUS.
003110*    HIGH-VALUE HOLDS THE SUPERVISORS DECLINED TODAY, IN THE SAME
003120*    LAYOUT - MISSING MEANS NONE WERE DECLINED
003130     SELECT OPTIONAL HOLD-REJECT-FILE ASSIGN TO "HOLDREJ"
003140         ORGANIZATION IS SEQUENTIAL
003150         FILE STATUS IS WS-HOLD-REJECT-STATUS.
003200*    PER-BRANCH RETURN FILES - SAME LINE SEQUENTIAL FORM THE
003300*    BRANCHES TRANSMIT THEIR BRNIN FILES IN, SO THE RETURN GOES
003400*    BACK THE WAY THE RECORD CAME
007000         10  REJ-BRANCH-ID          PIC X(02).
007100         10  FILLER                 PIC X(50).
007200     05  FILLER                     PIC X(06).
007210*
007220*    SAME LAYOUT AGAIN - READ INTO REJECT-RECORD
007230 FD  HOLD-REJECT-FILE
007240     RECORDING MODE IS F.
007250 01  HOLD-REJECT-RECORD              PIC X(90).
007300*
007400 FD  RETURN-01-FILE.
007500 01  RETURN-01-RECORD                PIC X(80).
010100*    SUCCEEDED
010200 01  WS-REJECT-STATUS                PIC X(02) VALUE "00".
010300     88  WS-REJECT-OK                VALUE "00".
010310*    AND FOR THE DECLINED HOLDS - "05" MEANS THE OPTIONAL FILE
010320*    IS NOT THERE
010330 01  WS-HOLD-REJECT-STATUS           PIC X(02) VALUE "00".
010340     88  WS-HOLD-REJECT-OK           VALUE "00" "05".
010400*
010500*    END-OF-FILE AND RUN-ABORT SWITCHES
010600 01  WS-SWITCHES.
011000         88  WS-ABORT-RUN            VALUE "Y".
011100     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
011200         88  WS-FILES-OPEN           VALUE "Y".
011210     05  WS-HOLD-REJECT-SWITCH       PIC X(01) VALUE "N".
011220         88  WS-READING-HOLDS        VALUE "Y".
011300*
011400*    RECORD COUNTERS
011500 01  WS-COUNTERS.
011600     05  WS-REJECT-COUNT             PIC 9(09) VALUE ZERO.
011700     05  WS-RETURNED-COUNT           PIC 9(09) VALUE ZERO.
011710     05  WS-HOLD-RETURN-COUNT        PIC 9(09) VALUE ZERO.
011800*    REJECTS WHOSE IMAGE CARRIES NO VALID BRANCH STAMP (A SHORT
011900*    RECORD WAS NEVER STAMPED BY TRANMRG) - LISTED ON THE REPORT
012000*    RATHER THAN SENT TO A GUESSED BRANCH
012300*    THE BRANCH THE CURRENT REJECT BELONGS TO
012400 01  WS-BRANCH-NO                    PIC 9(02) VALUE ZERO.
012500*
012600*    THE EDIT REASONS TRANEDIT WRITES, IN REPORT ORDER - SLOT 13
012700*    CATCHES ANY CODE THIS PROGRAM DOES NOT KNOW SO A NEW EDIT
012800*    IN TRANEDIT CANNOT MAKE REJECTS VANISH FROM THE TRANSMITTAL
012900 01  WS-REASON-NAMES.
013400     05  FILLER                      PIC X(04) VALUE "NNA ".
013500     05  FILLER                      PIC X(04) VALUE "NNB ".
013550     05  FILLER                      PIC X(04) VALUE "DATE".
013560     05  FILLER                      PIC X(04) VALUE "KEYX".
013570     05  FILLER                      PIC X(04) VALUE "CUSU".
013580     05  FILLER                      PIC X(04) VALUE "CUSB".
013590     05  FILLER                      PIC X(04) VALUE "CUSC".
013595     05  FILLER                      PIC X(04) VALUE "HOLD".
013600     05  FILLER                      PIC X(04) VALUE "OTHR".
013700 01  WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
013800     05  WS-REASON-CODE OCCURS 13 TIMES
013900             INDEXED BY RSN-IDX     PIC X(04).
014000*
014100*    PER-BRANCH RETURN COUNTS, BROKEN DOWN BY EDIT REASON - THE
014500     05  WS-BRANCH-ENTRY OCCURS 10 TIMES INDEXED BY BRN-IDX.
014600         10  WS-BRN-OPEN             PIC X(01) VALUE "N".
014700         10  WS-BRN-TOTAL            PIC 9(09) VALUE ZERO.
014800         10  WS-BRN-REASON-COUNT OCCURS 13 TIMES
014900                                    PIC 9(09) VALUE ZERO.
015000*
015100*    SUBSCRIPT OF THE REASON SLOT THE CURRENT REJECT FALLS IN
018300         SET WS-ABORT-RUN TO TRUE
018400         GO TO 1000-INITIALIZE-EXIT
018500     END-IF.
018510     OPEN INPUT HOLD-REJECT-FILE.
018520     IF NOT WS-HOLD-REJECT-OK
018530         DISPLAY "BRNSPLIT: UNABLE TO OPEN HOLD-REJECT-FILE, FILE"
018540             " STATUS=" WS-HOLD-REJECT-STATUS
018550         SET WS-ABORT-RUN TO TRUE
018560         CLOSE REJECT-FILE
018570         GO TO 1000-INITIALIZE-EXIT
018580     END-IF.
018600     OPEN OUTPUT TRANSMITTAL-REPORT-FILE.
018700     SET WS-FILES-OPEN TO TRUE.
018800     PERFORM 7000-WRITE-REPORT-HEADING
019700*    EDIT REASON; ANYTHING ELSE IS LISTED AS UNATTRIBUTABLE
019800 2000-SPLIT-REJECT.
019900     ADD 1 TO WS-REJECT-COUNT.
019910     IF WS-READING-HOLDS
019920         ADD 1 TO WS-HOLD-RETURN-COUNT
019930     END-IF.
020000     IF REJ-BRANCH-ID IS NUMERIC
020100             AND REJ-BRANCH-ID >= "01"
020200             AND REJ-BRANCH-ID <= "10"
021800 2000-SPLIT-REJECT-EXIT.
021900     EXIT.
022000*
022010*    THE DAY'S REJECTS FIRST, THEN THE DECLINED HOLDS
022100 2100-READ-REJECT.
022200     IF NOT WS-READING-HOLDS
022210         READ REJECT-FILE
022220             AT END
022230                 SET WS-READING-HOLDS TO TRUE
022240         END-READ
022250     END-IF.
022260     IF WS-READING-HOLDS
022270         READ HOLD-REJECT-FILE INTO REJECT-RECORD
022280             AT END
022290                 SET WS-EOF TO TRUE
022300         END-READ
022310     END-IF.
022600 2100-READ-REJECT-EXIT.
022700     EXIT.
022800*
028400*    BRANCH'S TRANSMITTAL BREAKDOWN - AN UNKNOWN REASON CODE
028500*    FALLS IN THE CATCH-ALL SLOT
028600 3300-COUNT-REASON.
028700     MOVE 13 TO WS-REASON-SUB.
028800     SET RSN-IDX TO 1.
028900     SEARCH WS-REASON-CODE
029000         AT END
032600             WS-BSP-EDIT-COUNT DELIMITED BY SIZE
032700             INTO TRANSMITTAL-REPORT-LINE.
032800     WRITE TRANSMITTAL-REPORT-LINE.
032810     MOVE WS-HOLD-RETURN-COUNT TO WS-BSP-EDIT-COUNT.
032820     STRING "  OF WHICH HOLDS ...... " DELIMITED BY SIZE
032830             WS-BSP-EDIT-COUNT DELIMITED BY SIZE
032840             INTO TRANSMITTAL-REPORT-LINE.
032850     WRITE TRANSMITTAL-REPORT-LINE.
032900     MOVE WS-UNATTRIBUTED-COUNT TO WS-BSP-EDIT-COUNT.
033000     STRING "UNATTRIBUTABLE ........ " DELIMITED BY SIZE
033100             WS-BSP-EDIT-COUNT DELIMITED BY SIZE
034700         MOVE 1 TO WS-BSP-REASON-ECHO
034800         PERFORM 8200-REPORT-ONE-REASON
034900             THRU 8200-REPORT-ONE-REASON-EXIT
035000             UNTIL WS-BSP-REASON-ECHO > 13
035100         MOVE SPACES TO TRANSMITTAL-REPORT-LINE
035200         WRITE TRANSMITTAL-REPORT-LINE
035300     END-IF.
037900     DISPLAY "BRNSPLIT: UNATTRIBUTABLE: " WS-UNATTRIBUTED-COUNT.
038000     IF WS-FILES-OPEN
038100         CLOSE REJECT-FILE
038150         CLOSE HOLD-REJECT-FILE
038200         CLOSE TRANSMITTAL-REPORT-FILE
038300         PERFORM 9100-CLOSE-RETURN-FILES
038400             THRU 9100-CLOSE-RETURN-FILES-EXIT

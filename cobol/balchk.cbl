002710*                     OUT-OF-CYCLE RUN MADE BEFORE EXCSUSP. THE
002720*                     BUSINESS DATE COMES FROM COMMAND-LINE
002800*                     POSITIONS 17-24, SHARED WITH THE DRIVER.
002810*    2026-10-15  RSL  TRANEDIT NOW HOLDS TRANSACTIONS OVER THEIR
002820*                     VALUE LIMIT ON THE HOLD QUEUE (HOLDQ)
002830*                     INSTEAD OF PASSING THEM ON, AND ITS CONTROL
002840*                     RECORD CARRIES THE HELD COUNT. THE EDIT LINK
002850*                     IS NOW READ = ACCEPTED + REJECTED + HELD,
002860*                     AND A NEW LINK PROVES THE HELD COUNT AGAINST
002870*                     THE ITEMS ON THE QUEUE UNDER THE BUSINESS
002880*                     DATE.
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003600         FILE STATUS IS WS-STEP-CONTROL-STATUS.
003700     SELECT BALANCE-REPORT-FILE ASSIGN TO "CHNRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003810*    THE HOLD QUEUE TRANEDIT PUTS ITEMS OVER THEIR VALUE LIMIT ON
003820*    - NOT THERE UNTIL THE FIRST ITEM IS EVER HELD
003830     SELECT OPTIONAL HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
003840         ORGANIZATION IS INDEXED
003850         ACCESS MODE IS DYNAMIC
003860         RECORD KEY IS HQ-ITEM-ID
003870         FILE STATUS IS WS-HOLD-QUEUE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
005000     05  STP-IN-COUNT               PIC 9(09).
005100     05  STP-OUT-COUNT              PIC 9(09).
005200     05  STP-REJECT-COUNT           PIC 9(09).
005210*    ITEMS HELD FOR SUPERVISOR REVIEW - ONLY TRANEDIT HOLDS
005220*    ITEMS, EVERY OTHER STEP WRITES ZERO
005230     05  STP-HOLD-COUNT             PIC 9(09).
005240     05  FILLER                     PIC X(28).
005400*
005500 FD  BALANCE-REPORT-FILE.
005600 01  BALANCE-REPORT-LINE             PIC X(80).
005602*
005604*    SAME LAYOUT TRANEDIT AND HOLDREG CARRY - ONLY THE HOLD DATE
005606*    MATTERS HERE
005608 FD  HOLD-QUEUE-FILE.
005610 01  HOLD-QUEUE-RECORD.
005612     05  HQ-ITEM-ID.
005614         10  HQ-TRAN-KEY            PIC X(10).
005616         10  HQ-HOLD-DATE           PIC 9(08).
005618     05  HQ-BRANCH-ID               PIC X(02).
005620     05  HQ-STATUS                  PIC X(01).
005622         88  HQ-PENDING             VALUE "P".
005624         88  HQ-RELEASED            VALUE "R".
005626         88  HQ-REENTERED           VALUE "E".
005628         88  HQ-DECLINED            VALUE "D".
005630     05  HQ-LIMIT-SCOPE             PIC X(02).
005632     05  HQ-NUMA-LIMIT              PIC 9(09).
005634     05  HQ-NUMB-LIMIT              PIC 9(09).
005636     05  HQ-NUMA-OVER               PIC X(01).
005638     05  HQ-NUMB-OVER               PIC X(01).
005640     05  HQ-SUPERVISOR-ID           PIC X(03).
005642     05  HQ-DECISION-DATE           PIC 9(08).
005644     05  HQ-DECLINE-REASON          PIC X(30).
005646     05  HQ-REENTRY-DATE            PIC 9(08).
005648     05  HQ-TRAN-IMAGE              PIC X(80).
005650     05  HQ-TRAN-FIELDS REDEFINES HQ-TRAN-IMAGE.
005652         10  FILLER                 PIC X(10).
005654         10  HQ-TRAN-NUMA           PIC 9(09).
005656         10  HQ-TRAN-NUMB           PIC 9(09).
005658         10  FILLER                 PIC X(52).
005660     05  FILLER                     PIC X(28).
005700*
005800 WORKING-STORAGE SECTION.
005900*
007000*    PROVES NOTHING AND ABORTS THE RUN
007100 01  WS-STEP-CONTROL-STATUS          PIC X(02) VALUE "00".
007200     88  WS-STEP-CONTROL-OK          VALUE "00".
007210*
007220*    FILE STATUS FOR THE HOLD QUEUE - "05" MEANS THE OPTIONAL FILE
007230*    IS NOT THERE, SO NOTHING HAS EVER BEEN HELD
007240 01  WS-HOLD-QUEUE-STATUS            PIC X(02) VALUE "00".
007250     88  WS-HOLD-QUEUE-OK            VALUE "00" "05".
007300*
007400*    END-OF-FILE AND RUN-ABORT SWITCHES
007500 01  WS-SWITCHES.
007900         88  WS-ABORT-RUN            VALUE "Y".
008000     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
008100         88  WS-FILES-OPEN           VALUE "Y".
008110     05  WS-HQ-EOF-SWITCH            PIC X(01) VALUE "N".
008120         88  WS-HQ-EOF               VALUE "Y".
008200*
008300*    THE LATEST CONTROL RECORD SEEN PER STEP FOR THE BUSINESS
008400*    DATE - THE LAST ONE ON THE FILE WINS WHEN A STEP WAS RERUN
009200     05  WS-EDT-IN                   PIC 9(09) VALUE ZERO.
009300     05  WS-EDT-OUT                  PIC 9(09) VALUE ZERO.
009400     05  WS-EDT-REJ                  PIC 9(09) VALUE ZERO.
009410     05  WS-EDT-HLD                  PIC 9(09) VALUE ZERO.
009500     05  WS-VRB-FOUND                PIC X(01) VALUE "N".
009600         88  WS-VRB-PRESENT          VALUE "Y".
009700     05  WS-VRB-IN                   PIC 9(09) VALUE ZERO.
010600     05  WS-CONTROL-COUNT            PIC 9(09) VALUE ZERO.
010700     05  WS-LINK-COUNT               PIC 9(09) VALUE ZERO.
010800     05  WS-BREAK-COUNT              PIC 9(09) VALUE ZERO.
010810*    ITEMS ON THE HOLD QUEUE HELD UNDER THE BUSINESS DATE
010820     05  WS-QUEUE-HELD-COUNT         PIC 9(09) VALUE ZERO.
010900*
011000*    ONE LINK UNDER JUDGMENT - ITS NAME AND THE TWO COUNTS THAT
011100*    MUST AGREE
017800                 MOVE STP-IN-COUNT TO WS-EDT-IN
017900                 MOVE STP-OUT-COUNT TO WS-EDT-OUT
018000                 MOVE STP-REJECT-COUNT TO WS-EDT-REJ
018010*                A RECORD WRITTEN BEFORE THE HELD COUNT EXISTED
018020*                CARRIES SPACES THERE - NOTHING WAS HELD
018030                 IF STP-HOLD-COUNT IS NUMERIC
018040                     MOVE STP-HOLD-COUNT TO WS-EDT-HLD
018050                 ELSE
018060                     MOVE ZERO TO WS-EDT-HLD
018070                 END-IF
018100             WHEN "VERBS   "
018200                 MOVE "Y" TO WS-VRB-FOUND
018300                 MOVE STP-IN-COUNT TO WS-VRB-IN
023800             THRU 5000-CHECK-ONE-LINK-EXIT
023900     END-IF.
024000     IF WS-EDT-PRESENT
024100         MOVE "TRANEDIT READ = ACC + REJ + HELD" TO
024200             WS-LINK-NAME
024300         MOVE WS-EDT-IN TO WS-LINK-LEFT
024400         COMPUTE WS-LINK-RIGHT = WS-EDT-OUT + WS-EDT-REJ
024410             + WS-EDT-HLD
024500         PERFORM 5000-CHECK-ONE-LINK
024600             THRU 5000-CHECK-ONE-LINK-EXIT
024700     END-IF.
024710*    THE HELD ITEMS ARE THEIR OWN LINK - EVERY ONE TRANEDIT
024720*    COUNTED MUST BE ON THE HOLD QUEUE UNDER THE BUSINESS DATE
024730     IF WS-EDT-PRESENT
024740         PERFORM 4000-COUNT-HOLD-QUEUE
024750             THRU 4000-COUNT-HOLD-QUEUE-EXIT
024760     END-IF.
024800     IF WS-EDT-PRESENT AND WS-VRB-PRESENT
024900         MOVE "TRANEDIT ACCEPTED = VERBS READ" TO
025000             WS-LINK-NAME
027700     END-IF.
027800 3000-JUDGE-CHAIN-EXIT.
027900     EXIT.
027901*
027902*    COUNTS THE QUEUE ITEMS HELD UNDER THE BUSINESS DATE, WHATEVER
027903*    A SUPERVISOR HAS SINCE DONE WITH THEM, AND JUDGES THE COUNT
027904*    AGAINST TRANEDIT'S. A QUEUE THAT CANNOT BE READ IS A BREAK
027905 4000-COUNT-HOLD-QUEUE.
027906     MOVE ZERO TO WS-QUEUE-HELD-COUNT.
027907     OPEN INPUT HOLD-QUEUE-FILE.
027908     IF NOT WS-HOLD-QUEUE-OK
027909         DISPLAY "BALCHK: UNABLE TO OPEN HOLD-QUEUE-FILE,"
027910             " FILE STATUS=" WS-HOLD-QUEUE-STATUS
027911         ADD 1 TO WS-BREAK-COUNT
027912         MOVE SPACES TO BALANCE-REPORT-LINE
027913         STRING "BREAK HOLD QUEUE CANNOT BE READ - STATUS "
027914                 DELIMITED BY SIZE
027915                 WS-HOLD-QUEUE-STATUS DELIMITED BY SIZE
027916                 INTO BALANCE-REPORT-LINE
027917         WRITE BALANCE-REPORT-LINE
027918         GO TO 4000-COUNT-HOLD-QUEUE-EXIT
027919     END-IF.
027920     MOVE LOW-VALUES TO HQ-ITEM-ID.
027921     START HOLD-QUEUE-FILE
027922         KEY IS NOT LESS THAN HQ-ITEM-ID
027923         INVALID KEY
027924             SET WS-HQ-EOF TO TRUE
027925     END-START.
027926     IF NOT WS-HQ-EOF
027927         PERFORM 4100-READ-HOLD-QUEUE
027928             THRU 4100-READ-HOLD-QUEUE-EXIT
027929     END-IF.
027930     PERFORM 4200-COUNT-ONE-HOLD
027931         THRU 4200-COUNT-ONE-HOLD-EXIT
027932         UNTIL WS-HQ-EOF.
027933     CLOSE HOLD-QUEUE-FILE.
027934     MOVE "TRANEDIT HELD = HOLD QUEUE ITEMS" TO
027935         WS-LINK-NAME.
027936     MOVE WS-EDT-HLD TO WS-LINK-LEFT.
027937     MOVE WS-QUEUE-HELD-COUNT TO WS-LINK-RIGHT.
027938     PERFORM 5000-CHECK-ONE-LINK
027939         THRU 5000-CHECK-ONE-LINK-EXIT.
027940 4000-COUNT-HOLD-QUEUE-EXIT.
027941     EXIT.
027942*
027943 4100-READ-HOLD-QUEUE.
027944     READ HOLD-QUEUE-FILE NEXT RECORD
027945         AT END
027946             SET WS-HQ-EOF TO TRUE
027947     END-READ.
027948 4100-READ-HOLD-QUEUE-EXIT.
027949     EXIT.
027950*
027951 4200-COUNT-ONE-HOLD.
027952     IF HQ-HOLD-DATE = WS-BUSINESS-DATE
027953         ADD 1 TO WS-QUEUE-HELD-COUNT
027954     END-IF.
027955     PERFORM 4100-READ-HOLD-QUEUE
027956         THRU 4100-READ-HOLD-QUEUE-EXIT.
027957 4200-COUNT-ONE-HOLD-EXIT.
027958     EXIT.
028000*
028100*    ONE LINK - THE TWO COUNTS EITHER TIE OR THE LINK IS
028200*    REPORTED AS THE BREAK POINT

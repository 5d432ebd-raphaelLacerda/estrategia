002400*                     BALANCE. ONLY RESOUT RECORDS STAMPED WITH
002500*                     THE BUSINESS DATE POST; A CATCH-UP DAY IS
002600*                     POSTED BY RUNNING THIS STEP ONCE PER DATE.
002605*    2026-10-15  RSL  EVERY CUSTOMER POSTED NOW LEAVES A RECORD
002610*                     ON THE NEW 160-BYTE POSTING HISTORY
002615*                     (BALHIST): THE BEFORE-IMAGE - THE OPENING
002620*                     POSITION AND LAST POSTED DATE THE RECORD
002625*                     HELD BEFORE THE DAY WENT ON, OR ZERO FOR A
002630*                     CUSTOMER THE DAY CREATED - THE RESULT THE
002635*                     POSTING PUT ON, AND A REVERSED FLAG AND
002640*                     DATE THAT THE BACK-OUT PROGRAM (BALREV) SETS
002645*                     WHEN IT PUTS A REVERSED DATE'S CUSTOMERS
002650*                     BACK EXACTLY AS THEY WERE. THE MONTH-END
002655*                     SNAPSHOT STEP (BALSNAP) SUMS THE UNREVERSED
002660*                     RESULTS INTO EACH CUSTOMER'S MONTH ACTIVITY.
002665*                     THE RECORD IS WRITTEN AHEAD OF THE MASTER
002670*                     UPDATE; A HISTORY FILE THAT CANNOT BE OPENED
002675*                     OR WRITTEN ABORTS THE RUN.
002700*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS BAL-CUST-ID
003900         FILE STATUS IS WS-BALANCE-STATUS.
003910*    BEFORE-IMAGE OF EVERY CUSTOMER POSTED, APPENDED EACH RUN -
003920*    CREATED ON THE FIRST RUN THAT NEEDS IT
003930     SELECT OPTIONAL BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
003940         ORGANIZATION IS SEQUENTIAL
003950         FILE STATUS IS WS-BALANCE-HISTORY-STATUS.
004000     SELECT POSTING-REPORT-FILE ASSIGN TO "BALRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200*
007500     05  BAL-LAST-POST-DATE         PIC 9(08).
007600     05  FILLER                     PIC X(06).
007700*
007705*    ONE BEFORE-IMAGE PER CUSTOMER PER POSTED DATE - THE OPENING
007710*    FIELDS AND LAST POSTED DATE AS THEY STOOD BEFORE THE POSTING
007715*    (ALL ZERO FOR A CUSTOMER THE POSTING CREATED). BALREV AND
007720*    BALSNAP READ THIS LAYOUT BACK, SO ALL THREE MUST STAY IN STEP
007725 FD  BALANCE-HISTORY-FILE
007730     RECORDING MODE IS F.
007735 01  BALANCE-HISTORY-RECORD.
007740     05  BHS-CUST-ID                PIC X(10).
007745     05  BHS-POST-DATE              PIC 9(08).
007750     05  BHS-PRIOR-POST-DATE        PIC 9(08).
007755     05  BHS-PRIOR-OPEN-ADD         PIC S9(13).
007760     05  BHS-PRIOR-OPEN-SUB         PIC S9(13).
007765     05  BHS-PRIOR-OPEN-MULT        PIC S9(13).
007766     05  BHS-PRIOR-OPEN-DIV         PIC S9(13).
007767*    THE RESULT THE POSTING PUT ON THE CUSTOMER - BALSNAP SUMS
007768*    THESE INTO THE MONTH'S ACTIVITY
007769     05  BHS-POSTED-ADD             PIC S9(13).
007770     05  BHS-POSTED-SUB             PIC S9(13).
007771     05  BHS-POSTED-MULT            PIC S9(13).
007772     05  BHS-POSTED-DIV             PIC S9(13).
007773*    SET BY BALREV ON EVERY BEFORE-IMAGE OF A BACKED-OUT DATE -
007774*    THIS STEP WRITES THEM BLANK
007775     05  BHS-REVERSED-FLAG          PIC X(01).
007776         88  BHS-REVERSED           VALUE "R".
007777     05  BHS-REVERSED-ON-DATE       PIC 9(08).
007778     05  FILLER                     PIC X(21).
007780*
007800 FD  POSTING-REPORT-FILE.
007900 01  POSTING-REPORT-LINE             PIC X(80).
008000*
009400 01  WS-BALANCE-STATUS               PIC X(02) VALUE "00".
009500     88  WS-BALANCE-OK               VALUE "00" "05".
009600     88  WS-BALANCE-NOT-FOUND        VALUE "23".
009610 01  WS-BALANCE-HISTORY-STATUS       PIC X(02) VALUE "00".
009620     88  WS-BALANCE-HISTORY-OK       VALUE "00" "05".
009700*
009800*    END-OF-FILE AND RUN-ABORT SWITCHES
009900 01  WS-SWITCHES.
011500*    RESOUT RECORDS STAMPED WITH A DIFFERENT BUSINESS DATE -
011600*    THEY BELONG TO ANOTHER POSTING RUN
011700     05  WS-OTHER-DATE-COUNT         PIC 9(09) VALUE ZERO.
011710*    BEFORE-IMAGES WRITTEN TO THE POSTING HISTORY
011720     05  WS-HISTORY-COUNT            PIC 9(09) VALUE ZERO.
011800*
011900*    WORK AREAS USED TO BUILD EACH POSTING REPORT LINE
012000 01  WS-BPS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
016000         CLOSE RESULT-FILE
016100         GO TO 1000-INITIALIZE-EXIT
016200     END-IF.
016210     OPEN EXTEND BALANCE-HISTORY-FILE.
016220     IF NOT WS-BALANCE-HISTORY-OK
016230         DISPLAY "BALPOST: UNABLE TO OPEN BALANCE-HISTORY-FILE,"
016240             " FILE STATUS=" WS-BALANCE-HISTORY-STATUS
016250         SET WS-ABORT-RUN TO TRUE
016260         CLOSE RESULT-FILE
016270         CLOSE BALANCE-MASTER
016280         GO TO 1000-INITIALIZE-EXIT
016290     END-IF.
016300     OPEN OUTPUT POSTING-REPORT-FILE.
016400     SET WS-FILES-OPEN TO TRUE.
016500     PERFORM 7000-WRITE-REPORT-HEADING
020900     MOVE ZERO TO BAL-OPEN-SUB.
021000     MOVE ZERO TO BAL-OPEN-MULT.
021100     MOVE ZERO TO BAL-OPEN-DIV.
021110     MOVE ZERO TO BAL-LAST-POST-DATE.
021120     PERFORM 3200-WRITE-BEFORE-IMAGE
021130         THRU 3200-WRITE-BEFORE-IMAGE-EXIT.
021140     IF WS-ABORT-RUN
021150         GO TO 3000-CREATE-CUSTOMER-EXIT
021160     END-IF.
021200     MOVE RES-OUT-ADD TO BAL-TOT-ADD.
021300     MOVE RES-OUT-SUB TO BAL-TOT-SUB.
021400     MOVE RES-OUT-MULT TO BAL-TOT-MULT.
024300         WRITE POSTING-REPORT-LINE
024400         GO TO 3100-POST-CUSTOMER-EXIT
024500     END-IF.
024510     PERFORM 3200-WRITE-BEFORE-IMAGE
024520         THRU 3200-WRITE-BEFORE-IMAGE-EXIT.
024530     IF WS-ABORT-RUN
024540         GO TO 3100-POST-CUSTOMER-EXIT
024550     END-IF.
024600     MOVE BAL-TOT-ADD TO BAL-OPEN-ADD.
024700     MOVE BAL-TOT-SUB TO BAL-OPEN-SUB.
024800     MOVE BAL-TOT-MULT TO BAL-OPEN-MULT.
026400 3100-POST-CUSTOMER-EXIT.
026500     EXIT.
026600*
026602*    SAVES THE RECORD'S OPENING FIELDS AND LAST POSTED DATE AS
026604*    THEY STAND BEFORE THE DAY GOES ON - WRITTEN AHEAD OF THE
026606*    MASTER UPDATE SO NO POSTING EXISTS WITHOUT ITS BEFORE-IMAGE
026608 3200-WRITE-BEFORE-IMAGE.
026610     MOVE SPACES TO BALANCE-HISTORY-RECORD.
026612     MOVE BAL-CUST-ID TO BHS-CUST-ID.
026614     MOVE WS-BUSINESS-DATE TO BHS-POST-DATE.
026616     MOVE BAL-LAST-POST-DATE TO BHS-PRIOR-POST-DATE.
026618     MOVE BAL-OPEN-ADD TO BHS-PRIOR-OPEN-ADD.
026620     MOVE BAL-OPEN-SUB TO BHS-PRIOR-OPEN-SUB.
026621     MOVE BAL-OPEN-MULT TO BHS-PRIOR-OPEN-MULT.
026622     MOVE BAL-OPEN-DIV TO BHS-PRIOR-OPEN-DIV.
026623     MOVE RES-OUT-ADD TO BHS-POSTED-ADD.
026624     MOVE RES-OUT-SUB TO BHS-POSTED-SUB.
026625     MOVE RES-OUT-MULT TO BHS-POSTED-MULT.
026626     MOVE RES-OUT-DIV TO BHS-POSTED-DIV.
026627     MOVE ZERO TO BHS-REVERSED-ON-DATE.
026628     WRITE BALANCE-HISTORY-RECORD.
026629     IF WS-BALANCE-HISTORY-STATUS NOT = "00"
026630         DISPLAY "BALPOST: BALANCE-HISTORY-FILE WRITE FAILED"
026632             " FOR " BAL-CUST-ID
026633             " STATUS=" WS-BALANCE-HISTORY-STATUS
026634         SET WS-ABORT-RUN TO TRUE
026636         SET WS-EOF TO TRUE
026638         GO TO 3200-WRITE-BEFORE-IMAGE-EXIT
026640     END-IF.
026642     ADD 1 TO WS-HISTORY-COUNT.
026644 3200-WRITE-BEFORE-IMAGE-EXIT.
026646     EXIT.
026648*
026700 7000-WRITE-REPORT-HEADING.
026800     MOVE SPACES TO POSTING-REPORT-LINE.
026900     STRING "BALPOST CUSTOMER BALANCE POSTING REPORT - "
030500             WS-BPS-EDIT-COUNT DELIMITED BY SIZE
030600             INTO POSTING-REPORT-LINE.
030700     WRITE POSTING-REPORT-LINE.
030710     MOVE WS-HISTORY-COUNT TO WS-BPS-EDIT-COUNT.
030720     STRING "BEFORE-IMAGES WRITTEN . " DELIMITED BY SIZE
030730             WS-BPS-EDIT-COUNT DELIMITED BY SIZE
030740             INTO POSTING-REPORT-LINE.
030750     WRITE POSTING-REPORT-LINE.
030800 8000-POSTING-TOTALS-EXIT.
030900     EXIT.
031000*
031600     IF WS-FILES-OPEN
031700         CLOSE RESULT-FILE
031800         CLOSE BALANCE-MASTER
031810         CLOSE BALANCE-HISTORY-FILE
031900         CLOSE POSTING-REPORT-FILE
032000     END-IF.
032100*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 4 FLAGS

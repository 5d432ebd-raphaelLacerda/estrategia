002492*                     RE-ENTERS, DROPPING IT OUT OF THE GL
002494*                     BRANCH COUNTS AND OUT OF A CATCH-UP RANGE
002496*                     THAT STARTS THE NEXT MORNING.
002497*    2026-10-15  RSL  HOLDREL MERGED AS A SECOND RECYCLE LEG.
002498*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005740     SELECT RECYCLE-FILE ASSIGN TO "RELOUT"
005750         ORGANIZATION IS SEQUENTIAL
005760         FILE STATUS IS WS-RECYCLE-STATUS.
005762*    ITEMS A SUPERVISOR RELEASED OFF THE HIGH-VALUE HOLD QUEUE
005764*    (WRITTEN BY HOLDREG) - A SECOND RECYCLE LEG, HANDLED LIKE THE
005766*    RELOUT RELEASES (BRANCH STAMP KEPT, TRANSACTION DATE
005768*    RESTAMPED WITH THE MERGE DAY) WITH ITS OWN MRGRPT LINE.
005770*    MISSING MEANS NOTHING HAS BEEN RELEASED
005775     SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL"
005780         ORGANIZATION IS SEQUENTIAL
005785         FILE STATUS IS WS-HOLD-RELEASE-STATUS.
005800     SELECT CONSOLIDATED-FILE ASSIGN TO "TRANRAW"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
010560     RECORDING MODE IS F.
010570 01  RECYCLE-RECORD                  PIC X(80).
010600*
010610*    RELEASED HOLDS IN TRANIN FORM - THE IMAGE TRANEDIT HELD,
010620*    BRANCH STAMP STILL IN BYTES 29-30
010630 FD  HOLD-RELEASE-FILE
010640     RECORDING MODE IS F.
010650 01  HOLD-RELEASE-RECORD             PIC X(80).
010660*
010700*    CONSOLIDATED OUTPUT - SAME VARYING FORM THE EDIT STEP
010800*    (TRANEDIT) READS AS TRANRAW, SO RECORD LENGTHS SURVIVE
010900 FD  CONSOLIDATED-FILE
011566     05  STP-IN-COUNT               PIC 9(09).
011568     05  STP-OUT-COUNT              PIC 9(09).
011570     05  STP-REJECT-COUNT           PIC 9(09).
011578*    ITEMS HELD FOR SUPERVISOR REVIEW - ONLY TRANEDIT HOLDS
011583*    ITEMS, EVERY OTHER STEP WRITES ZERO
011588     05  STP-HOLD-COUNT             PIC 9(09).
011593     05  FILLER                     PIC X(28).
011600*
011700*    SORT RECORD - THE KEY IS COPIED OUT IN FRONT AND THE REAL
011800*    RECORD LENGTH CARRIED ALONG SO THE OUTPUT LEG CAN WRITE
013228     88  WS-RECYCLE-OK               VALUE "00".
013229     88  WS-RECYCLE-MISSING          VALUE "35".
013300*
013310*    FILE STATUS FOR THE HOLD RELEASE LEG - "35" MEANS NOTHING
013320*    HAS BEEN RELEASED OFF THE HOLD QUEUE
013330 01  WS-HOLD-RELEASE-STATUS          PIC X(02) VALUE "00".
013340     88  WS-HOLD-RELEASE-OK          VALUE "00".
013350     88  WS-HOLD-RELEASE-MISSING     VALUE "35".
013360*
013400*    LENGTH OF THE BRANCH RECORD JUST READ AND OF THE RECORD
013500*    BEING WRITTEN TO THE CONSOLIDATED FILE
013600 01  WS-BRANCH-REC-LEN               PIC 9(04) COMP VALUE ZERO.
014620         88  WS-RECYCLE-EOF          VALUE "Y".
014630     05  WS-RECYCLE-PRESENT-SWITCH   PIC X(01) VALUE "N".
014640         88  WS-RECYCLE-PRESENT      VALUE "Y".
014650     05  WS-HOLD-REL-EOF-SWITCH      PIC X(01) VALUE "N".
014660         88  WS-HOLD-REL-EOF         VALUE "Y".
014670     05  WS-HOLD-REL-PRESENT-SWITCH  PIC X(01) VALUE "N".
014680         88  WS-HOLD-REL-PRESENT     VALUE "Y".
014700     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
014800         88  WS-ABORT-RUN            VALUE "Y".
014900*
016700     05  WS-PRESENT-COUNT            PIC 9(09) VALUE ZERO.
016710*    RECORDS PICKED UP OFF THE RELOUT RECYCLE LEG
016720     05  WS-RECYCLE-COUNT            PIC 9(09) VALUE ZERO.
016730*    RECORDS PICKED UP OFF THE HOLD RELEASE LEG
016740     05  WS-HOLD-RELEASE-COUNT       PIC 9(09) VALUE ZERO.
016800*
016900*    WORK AREA FOR THE RECORD BEING STAMPED AND RELEASED
017000 01  WS-MERGE-WORK                   PIC X(100) VALUE SPACES.
019600     EXIT.
019700*
019800*    RELEASES EVERY PRESENT BRANCH FILE INTO THE SORT, ONE
019900*    BRANCH AT A TIME, THEN THE RELOUT AND HOLDREL RECYCLE LEGS
020000 3000-RELEASE-ALL-BRANCHES.
020100     PERFORM 3100-PROCESS-ONE-BRANCH
020200         THRU 3100-PROCESS-ONE-BRANCH-EXIT
020410     IF NOT WS-ABORT-RUN
020420         PERFORM 3600-PROCESS-RECYCLE
020430             THRU 3600-PROCESS-RECYCLE-EXIT
020432     END-IF.
020434     IF NOT WS-ABORT-RUN
020436         PERFORM 3900-PROCESS-HOLD-RELEASE
020438             THRU 3900-PROCESS-HOLD-RELEASE-EXIT
020440     END-IF.
020500 3000-RELEASE-ALL-BRANCHES-EXIT.
020600     EXIT.
034572 3800-READ-RECYCLE-EXIT.
034574     EXIT.
034580*
034582*    THE HOLD RELEASE LEG - ITEMS A SUPERVISOR RELEASED OFF THE
034584*    HIGH-VALUE HOLD QUEUE RE-ENTER THE STREAM THE SAME WAY AS
034586*    THE SUSPENSE RELEASES. STATUS 35 MEANS NOTHING WAS RELEASED;
034588*    THE BRANCH STAMP TRANMRG PUT ON THE ITEM THE DAY IT CAME IN
034590*    IS STILL IN BYTES 29-30 AND IS KEPT
034592 3900-PROCESS-HOLD-RELEASE.
034594     OPEN INPUT HOLD-RELEASE-FILE.
034596     IF WS-HOLD-RELEASE-MISSING
034598         DISPLAY "TRANMRG: NO HOLD RELEASE FILE - NOTHING"
034600             " RECYCLED"
034602         GO TO 3900-PROCESS-HOLD-RELEASE-EXIT
034604     END-IF.
034606     IF NOT WS-HOLD-RELEASE-OK
034608         DISPLAY "TRANMRG: UNABLE TO OPEN HOLD RELEASE FILE,"
034610             " STATUS=" WS-HOLD-RELEASE-STATUS
034612         SET WS-ABORT-RUN TO TRUE
034614         GO TO 3900-PROCESS-HOLD-RELEASE-EXIT
034616     END-IF.
034618     SET WS-HOLD-REL-PRESENT TO TRUE.
034620     PERFORM 3920-READ-HOLD-RELEASE
034622         THRU 3920-READ-HOLD-RELEASE-EXIT.
034624     PERFORM 3910-RELEASE-ONE-HOLD
034626         THRU 3910-RELEASE-ONE-HOLD-EXIT
034628         UNTIL WS-HOLD-REL-EOF OR NOT WS-HOLD-RELEASE-OK.
034630     IF NOT WS-HOLD-REL-EOF AND NOT WS-HOLD-RELEASE-OK
034632         DISPLAY "TRANMRG: READ ERROR ON HOLD RELEASE FILE,"
034634             " STATUS=" WS-HOLD-RELEASE-STATUS
034636         SET WS-ABORT-RUN TO TRUE
034638     END-IF.
034640     CLOSE HOLD-RELEASE-FILE.
034642 3900-PROCESS-HOLD-RELEASE-EXIT.
034644     EXIT.
034646*
034648*    RESTAMPS THE TRANSACTION DATE WITH THE MERGE DAY, AS FOR A
034650*    SUSPENSE RELEASE, SO THE ITEM IS POSTED UNDER THE DAY IT
034652*    ACTUALLY RE-ENTERS
034654 3910-RELEASE-ONE-HOLD.
034656     MOVE SPACES TO SORT-WORK-RECORD.
034658     MOVE HOLD-RELEASE-RECORD (1:10) TO SWK-KEY.
034660     MOVE 80 TO SWK-REC-LEN.
034662     MOVE HOLD-RELEASE-RECORD TO SWK-DATA.
034664     MOVE WS-BUSINESS-DATE TO SWK-DATA (31:8).
034666     RELEASE SORT-WORK-RECORD.
034668     ADD 1 TO WS-MERGED-COUNT.
034670     ADD 1 TO WS-HOLD-RELEASE-COUNT.
034672     PERFORM 3920-READ-HOLD-RELEASE
034674         THRU 3920-READ-HOLD-RELEASE-EXIT.
034676 3910-RELEASE-ONE-HOLD-EXIT.
034678     EXIT.
034680*
034682 3920-READ-HOLD-RELEASE.
034684     READ HOLD-RELEASE-FILE
034686         AT END
034688             SET WS-HOLD-REL-EOF TO TRUE
034690     END-READ.
034692 3920-READ-HOLD-RELEASE-EXIT.
034694     EXIT.
034696*
034698*    TAKES THE SORTED RECORDS BACK AND WRITES EACH ONE TO THE
034700*    CONSOLIDATED FILE AT THE LENGTH ITS BRANCH SENT. ON AN
034710*    ABORTED MERGE THE SORT IS ONLY DRAINED - NO CONSOLIDATED
034720*    FILE IS OPENED OR WRITTEN, SO A PARTIALLY MERGED TRANRAW
038292     END-IF.
038294     WRITE MERGE-REPORT-LINE.
038300     MOVE SPACES TO MERGE-REPORT-LINE.
038307     IF WS-HOLD-REL-PRESENT
038312         MOVE WS-HOLD-RELEASE-COUNT TO WS-MRG-EDIT-COUNT
038317         STRING "RELEASED FROM HOLD .... " DELIMITED BY SIZE
038322                 WS-MRG-EDIT-COUNT DELIMITED BY SIZE
038327                 INTO MERGE-REPORT-LINE
038332     ELSE
038337         MOVE "RELEASED FROM HOLD - NO FILE PRESENT" TO
038342             MERGE-REPORT-LINE
038347     END-IF.
038352     WRITE MERGE-REPORT-LINE.
038357     MOVE SPACES TO MERGE-REPORT-LINE.
038400     WRITE MERGE-REPORT-LINE.
038500     MOVE WS-MERGED-COUNT TO WS-MRG-EDIT-COUNT.
038600     STRING "RECORDS MERGED ........ " DELIMITED BY SIZE
041732     MOVE WS-MERGED-COUNT TO STP-IN-COUNT.
041734     MOVE WS-WRITTEN-COUNT TO STP-OUT-COUNT.
041736     MOVE ZERO TO STP-REJECT-COUNT.
041737     MOVE ZERO TO STP-HOLD-COUNT.
041738     WRITE STEP-CONTROL-RECORD.
041740     CLOSE STEP-CONTROL-FILE.
041742 8900-WRITE-STEP-CONTROL-EXIT.
041900 9000-TERMINATE.
042000     DISPLAY "TRANMRG: BRANCH FILES PRESENT: " WS-PRESENT-COUNT.
042050     DISPLAY "TRANMRG: RECORDS RECYCLED: " WS-RECYCLE-COUNT.
042060     DISPLAY "TRANMRG: HOLDS RECYCLED: " WS-HOLD-RELEASE-COUNT.
042100     DISPLAY "TRANMRG: RECORDS MERGED: " WS-MERGED-COUNT.
042200     CLOSE MERGE-REPORT-FILE.
042300*    RETURN CODE 16 FLAGS A BRANCH OR RELEASE FILE THAT EXISTS
042800         MOVE 16 TO RETURN-CODE
042900     ELSE
043000         IF WS-PRESENT-COUNT = ZERO AND WS-RECYCLE-COUNT = ZERO
043010                 AND WS-HOLD-RELEASE-COUNT = ZERO
043100             MOVE 8 TO RETURN-CODE
043200         ELSE
043300             MOVE ZERO TO RETURN-CODE

002820*                     THAT EXISTS BUT CANNOT BE READ ABORTS THE
002830*                     RUN RATHER THAN SILENTLY SKIPPING ITS
002840*                     HOUSEKEEPING.
002845*    2026-10-15  RSL  THE SUSPOUT PASS NOW COUNTS THE ITEMS IT
002850*                     ARCHIVES UNRESOLVED PER BRANCH
002855*                     (SUSP-BRANCH-ID CUT FROM FILLER) AND ADDS
002860*                     THEM TO THE BRANCH HISTORY (BRNHIST) UNDER
002865*                     THE AS-OF DATE FOR THE MONTHLY BRANCH
002870*                     SCORECARD. A BRANCH HISTORY THAT CANNOT BE
002875*                     UPDATED IS A WARNING (RETURN CODE 4) - THE
002880*                     PURGE ITSELF HAS ALREADY BEEN DONE. ITS
002885*                     BRNHIST LAYOUT CARRIES THE 13 REASON SLOTS
002890*                     IN BRNSPLIT'S ORDER, AS BRNDAY WRITES THEM.
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT SUSPOUT-ARCH-FILE ASSIGN TO "SUSPARC"
006200         ORGANIZATION IS SEQUENTIAL.
006210*    BRANCH HISTORY BRNDAY FILES EACH DAY - THE ITEMS ARCHIVED
006220*    UNRESOLVED ARE ADDED TO EACH BRANCH'S RECORD FOR THE AS-OF
006230*    DATE. MISSING MEANS NO DAY HAS BEEN CAPTURED YET
006240     SELECT OPTIONAL BRANCH-HISTORY-FILE ASSIGN TO "BRNHIST"
006250         ORGANIZATION IS INDEXED
006260         ACCESS MODE IS RANDOM
006270         RECORD KEY IS BRH-KEY
006280         FILE STATUS IS WS-BRANCH-HISTORY-STATUS.
006300     SELECT PURGE-REPORT-FILE ASSIGN TO "PRGRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500*
011100 01  SUSPOUT-IN-RECORD.
011200     05  FILLER                     PIC X(58).
011300     05  SUSP-DAYS-ON-FILE          PIC 9(03).
011310*    BRANCH THAT SENT THE SUSPENDED TRANSACTION
011320     05  SUSP-BRANCH-ID             PIC X(02).
011400     05  FILLER                     PIC X(17).
011500 FD  SUSPOUT-KEEP-FILE
011600     RECORDING MODE IS F.
011700 01  SUSPOUT-KEEP-RECORD             PIC X(80).
011900     RECORDING MODE IS F.
012000 01  SUSPOUT-ARCH-RECORD             PIC X(80).
012100*
012102*    ONE BRANCH'S FIGURES FOR ONE BUSINESS DATE - ONLY THE PURGE
012104*    COUNT IS MAINTAINED HERE. SAME LAYOUT IN BRNDAY AND BRNSCORE
012106*    - THEY MUST STAY IN STEP
012108 FD  BRANCH-HISTORY-FILE.
012110 01  BRANCH-HISTORY-RECORD.
012112     05  BRH-KEY.
012114         10  BRH-BUSINESS-DATE      PIC 9(08).
012116         10  BRH-BRANCH-ID          PIC X(02).
012118     05  BRH-ACCEPTED-COUNT         PIC 9(09).
012120     05  BRH-REJECT-COUNT           PIC 9(09).
012122     05  BRH-REASON-COUNT OCCURS 13 TIMES
012124                                    PIC 9(07).
012126     05  BRH-EXCEPTION-COUNT        PIC 9(09).
012128     05  BRH-SUSPENSE-ITEMS         PIC 9(07).
012130     05  BRH-SUSPENSE-DAYS          PIC 9(09).
012132     05  BRH-PURGED-COUNT           PIC 9(07).
012134     05  BRH-CAPTURED-FLAG          PIC X(01).
012136         88  BRH-CAPTURED           VALUE "Y".
012138     05  BRH-CAPTURED-DATE          PIC 9(08).
012142*
012200 FD  PURGE-REPORT-FILE.
012300 01  PURGE-REPORT-LINE               PIC X(80).
012400*
016100 01  WS-LIVE-STATUS                  PIC X(02) VALUE "00".
016200     88  WS-LIVE-OK                  VALUE "00".
016300     88  WS-LIVE-MISSING             VALUE "05" "35".
016310*
016320*    FILE STATUS FOR THE BRANCH HISTORY - "05" IS THE OPTIONAL
016330*    OPEN THAT FOUND NO FILE YET
016340 01  WS-BRANCH-HISTORY-STATUS        PIC X(02) VALUE "00".
016350     88  WS-BRANCH-HISTORY-OK        VALUE "00" "05".
016400*
016500*    END-OF-FILE, FILE-PRESENT AND RUN-ABORT SWITCHES
016600 01  WS-SWITCHES.
017200         88  WS-ABORT-RUN            VALUE "Y".
017300     05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
017400         88  WS-REPORT-OPEN          VALUE "Y".
017410*    SET WHEN THE PURGE RAN BUT ITS BRANCH COUNTS COULD NOT ALL BE
017420*    POSTED TO THE BRANCH HISTORY
017430     05  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
017440         88  WS-RUN-WARNING          VALUE "Y".
017450     05  WS-BRH-FOUND-SWITCH         PIC X(01) VALUE "N".
017460         88  WS-BRH-FOUND            VALUE "Y".
017500*
017600*    PER-FILE TOTALS FOR THE PURGE REPORT - RESET BEFORE EACH
017700*    FILE'S PASS. THE DATE RANGES START PINNED AT THE EXTREMES
024300     05  FILLER                      PIC X(01) VALUE LOW-VALUE.
024400 01  WS-ARCH-BASE-NAME               PIC X(07) VALUE SPACES.
024600*
024605*    SUSPENSE ITEMS ARCHIVED THIS RUN PER BRANCH, FOR THE BRANCH
024610*    HISTORY - AN ITEM WITH NO USABLE BRANCH STAMP IS COUNTED
024615*    APART AND SHOWN ON THE REPORT
024620 01  WS-PURGE-BRANCH-TABLE.
024625     05  WS-PURGE-BRANCH-COUNT OCCURS 10 TIMES
024630                                     PIC 9(07) VALUE ZERO.
024635 01  WS-PURGE-UNATTRIB-COUNT         PIC 9(07) VALUE ZERO.
024640 01  WS-PURGE-BRANCH-NO              PIC 9(02) VALUE ZERO.
024645 01  WS-BRANCHES-POSTED              PIC 9(02) VALUE ZERO.
024650 01  WS-PURGE-REASON-SUB             PIC 9(02) VALUE ZERO.
024655 01  WS-PURGE-BRANCH-ID-X            PIC X(02) VALUE SPACES.
024660 01  WS-PURGE-BRANCH-ID-9 REDEFINES WS-PURGE-BRANCH-ID-X
024665                                     PIC 9(02).
024670*
024700*    WORK AREAS USED TO BUILD EACH PURGE REPORT LINE
024800 01  WS-PRG-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
024900*
058300         THRU 7300-PLACE-ARCHIVE-FILE-EXIT.
058400     PERFORM 7100-REPORT-FILE-TOTALS
058500         THRU 7100-REPORT-FILE-TOTALS-EXIT.
058510     IF WS-ARCH-COUNT > ZERO
058520         PERFORM 6400-POST-BRANCH-PURGES
058530             THRU 6400-POST-BRANCH-PURGES-EXIT
058540     END-IF.
058600 6000-PURGE-SUSPOUT-EXIT.
058700     EXIT.
058800*
060000         WRITE SUSPOUT-ARCH-RECORD FROM SUSPOUT-IN-RECORD
060100         PERFORM 2200-TALLY-ARCHIVED
060200             THRU 2200-TALLY-ARCHIVED-EXIT
060210         PERFORM 6300-TALLY-BRANCH-PURGE
060220             THRU 6300-TALLY-BRANCH-PURGE-EXIT
060300     ELSE
060400         WRITE SUSPOUT-KEEP-RECORD FROM SUSPOUT-IN-RECORD
060500         PERFORM 2100-TALLY-KEPT
060900         THRU 6100-READ-SUSPOUT-EXIT.
061000 6200-JUDGE-ONE-SUSPOUT-EXIT.
061100     EXIT.
061101*
061102*    CHARGES THE ITEM JUST ARCHIVED TO ITS BRANCH
061103 6300-TALLY-BRANCH-PURGE.
061104     IF SUSP-BRANCH-ID IS NUMERIC
061105             AND SUSP-BRANCH-ID >= "01"
061106             AND SUSP-BRANCH-ID <= "10"
061107         MOVE SUSP-BRANCH-ID TO WS-PURGE-BRANCH-NO
061108         ADD 1 TO WS-PURGE-BRANCH-COUNT (WS-PURGE-BRANCH-NO)
061109     ELSE
061110         ADD 1 TO WS-PURGE-UNATTRIB-COUNT
061111     END-IF.
061112 6300-TALLY-BRANCH-PURGE-EXIT.
061113     EXIT.
061114*
061115*    ADDS EACH BRANCH'S ITEMS ARCHIVED UNRESOLVED TO ITS BRANCH
061116*    HISTORY RECORD FOR THE AS-OF DATE, STARTING THE RECORD WHEN
061117*    BRNDAY HAS NOT FILED THAT DATE. THE SUSPOUT SWAP IS ALREADY
061118*    DONE, SO A FAILURE HERE ONLY WARNS
061119 6400-POST-BRANCH-PURGES.
061120     MOVE ZERO TO WS-BRANCHES-POSTED.
061121     OPEN I-O BRANCH-HISTORY-FILE.
061122     IF NOT WS-BRANCH-HISTORY-OK
061123         DISPLAY "HSKPURGE: UNABLE TO OPEN BRNHIST, FILE"
061124             " STATUS=" WS-BRANCH-HISTORY-STATUS
061125         SET WS-RUN-WARNING TO TRUE
061126         GO TO 6400-REPORT-POSTING
061127     END-IF.
061128     PERFORM 6410-POST-ONE-BRANCH
061129         THRU 6410-POST-ONE-BRANCH-EXIT
061130         VARYING WS-PURGE-BRANCH-NO FROM 1 BY 1
061131         UNTIL WS-PURGE-BRANCH-NO > 10.
061132     CLOSE BRANCH-HISTORY-FILE.
061133 6400-REPORT-POSTING.
061134     MOVE SPACES TO PURGE-REPORT-LINE.
061135     MOVE WS-BRANCHES-POSTED TO WS-PRG-EDIT-COUNT.
061136     STRING "  BRANCHES POSTED TO BRNHIST " DELIMITED BY SIZE
061137             WS-PRG-EDIT-COUNT DELIMITED BY SIZE
061138             INTO PURGE-REPORT-LINE.
061139     WRITE PURGE-REPORT-LINE.
061140     IF WS-PURGE-UNATTRIB-COUNT > ZERO
061141         MOVE SPACES TO PURGE-REPORT-LINE
061142         MOVE WS-PURGE-UNATTRIB-COUNT TO WS-PRG-EDIT-COUNT
061143         STRING "  NO BRANCH STAMP ............" DELIMITED BY SIZE
061144                 WS-PRG-EDIT-COUNT DELIMITED BY SIZE
061145                 INTO PURGE-REPORT-LINE
061146         WRITE PURGE-REPORT-LINE
061147     END-IF.
061148     IF WS-RUN-WARNING
061149         MOVE "  WARNING - BRNHIST NOT FULLY UPDATED, SEE JOB LOG"
061150             TO PURGE-REPORT-LINE
061151         WRITE PURGE-REPORT-LINE
061152     END-IF.
061153     MOVE SPACES TO PURGE-REPORT-LINE.
061154     WRITE PURGE-REPORT-LINE.
061155 6400-POST-BRANCH-PURGES-EXIT.
061156     EXIT.
061200*
061201 6410-POST-ONE-BRANCH.
061202     IF WS-PURGE-BRANCH-COUNT (WS-PURGE-BRANCH-NO) = ZERO
061203         GO TO 6410-POST-ONE-BRANCH-EXIT
061204     END-IF.
061205     MOVE WS-PURGE-BRANCH-NO TO WS-PURGE-BRANCH-ID-9.
061206     MOVE WS-AS-OF-DATE TO BRH-BUSINESS-DATE.
061207     MOVE WS-PURGE-BRANCH-ID-X TO BRH-BRANCH-ID.
061208     MOVE "Y" TO WS-BRH-FOUND-SWITCH.
061209     READ BRANCH-HISTORY-FILE
061210         INVALID KEY
061211             MOVE "N" TO WS-BRH-FOUND-SWITCH
061212     END-READ.
061213     IF WS-BRH-FOUND
061214         ADD WS-PURGE-BRANCH-COUNT (WS-PURGE-BRANCH-NO)
061215             TO BRH-PURGED-COUNT
061216         REWRITE BRANCH-HISTORY-RECORD
061217             INVALID KEY
061218                 DISPLAY "HSKPURGE: UNABLE TO REWRITE BRNHIST FOR"
061219                     " BRANCH " WS-PURGE-BRANCH-ID-X
061220                     " FILE STATUS=" WS-BRANCH-HISTORY-STATUS
061221                 SET WS-RUN-WARNING TO TRUE
061222                 GO TO 6410-POST-ONE-BRANCH-EXIT
061223         END-REWRITE
061224     ELSE
061225         MOVE SPACES TO BRANCH-HISTORY-RECORD
061226         MOVE WS-AS-OF-DATE TO BRH-BUSINESS-DATE
061227         MOVE WS-PURGE-BRANCH-ID-X TO BRH-BRANCH-ID
061228         MOVE ZERO TO BRH-ACCEPTED-COUNT BRH-REJECT-COUNT
061229             BRH-EXCEPTION-COUNT BRH-SUSPENSE-ITEMS
061230             BRH-SUSPENSE-DAYS BRH-CAPTURED-DATE
061231         PERFORM 6420-CLEAR-ONE-REASON
061232             THRU 6420-CLEAR-ONE-REASON-EXIT
061233             VARYING WS-PURGE-REASON-SUB FROM 1 BY 1
061234             UNTIL WS-PURGE-REASON-SUB > 13
061235         MOVE "N" TO BRH-CAPTURED-FLAG
061236         MOVE WS-PURGE-BRANCH-COUNT (WS-PURGE-BRANCH-NO)
061237             TO BRH-PURGED-COUNT
061238         WRITE BRANCH-HISTORY-RECORD
061239             INVALID KEY
061240                 DISPLAY "HSKPURGE: UNABLE TO WRITE BRNHIST FOR"
061241                     " BRANCH " WS-PURGE-BRANCH-ID-X
061242                     " FILE STATUS=" WS-BRANCH-HISTORY-STATUS
061243                 SET WS-RUN-WARNING TO TRUE
061244                 GO TO 6410-POST-ONE-BRANCH-EXIT
061245         END-WRITE
061246     END-IF.
061247     ADD 1 TO WS-BRANCHES-POSTED.
061248 6410-POST-ONE-BRANCH-EXIT.
061249     EXIT.
061250*
061251 6420-CLEAR-ONE-REASON.
061252     MOVE ZERO TO BRH-REASON-COUNT (WS-PURGE-REASON-SUB).
061253 6420-CLEAR-ONE-REASON-EXIT.
061254     EXIT.
061255*
061300 7000-WRITE-REPORT-HEADING.
061400     MOVE SPACES TO PURGE-REPORT-LINE.
061500     STRING "HSKPURGE RETENTION PURGE REPORT - AS OF "
075300     IF WS-REPORT-OPEN
075400         CLOSE PURGE-REPORT-FILE
075500     END-IF.
075600*    RETURN CODE 16 FLAGS AN ABORTED RUN AND RETURN CODE 4 A
075700*    BRANCH HISTORY THAT COULD NOT BE FULLY UPDATED - OTHERWISE
075710*    THE PURGE IS ROUTINE AND ENDS CLEAN EVEN WHEN NOTHING WAS CUT
075800     IF WS-ABORT-RUN
075900         MOVE 16 TO RETURN-CODE
076000     ELSE
076010         IF WS-RUN-WARNING
076020             MOVE 4 TO RETURN-CODE
076030         ELSE
076100             MOVE ZERO TO RETURN-CODE
076110         END-IF
076200     END-IF.
076300 9000-TERMINATE-EXIT.
076400     EXIT.

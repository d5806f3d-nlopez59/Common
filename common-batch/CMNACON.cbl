002895*    RESUBMITTED - THE RUN STOPS LOUDLY WITH RETURN-CODE 12     *
002896*    RATHER THAN SILENTLY FINISHING THE WRONG WINDOW.           *
002897*                                                                *
002907*    THE WINDOW'S JOBS RUN IN A FIXED ORDER - DATBATC, CMNACON,  *
002917*    CMNRCON, CMNASUM - ENFORCED ON THE WINDOW-CONTROL FILE (DD  *
002927*    WINCTL, CMNWCTL LAYOUT).  THIS JOB WILL NOT START UNLESS    *
002937*    DATBATC'S LATEST STAMP FOR THE NEWEST BATCH DATE ON THE     *
002947*    FILE - WHICH MUST BE TODAY OR YESTERDAY - SAYS IT FINISHED  *
002957*    CLEAN (RC 00).  A REFUSED RUN TOUCHES NOTHING AND ENDS      *
002967*    RETURN-CODE 12.  EVERY RUN THAT DOES START APPENDS ITS OWN  *
002977*    STAMP AS IT ENDS, FOR CMNRCON TO CHECK.                     *
002987*                                                                *
002997*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  -------------------------------------------*
003200*    2026-08-22 RH    ORIGINAL                                   *
003291*                     CHECKPOINT IS NOW HONORED ONLY WHEN IT     *
003292*                     BELONGS TO THE CURRENT WINDOW - A STALE    *
003293*                     ONE STOPS THE RUN WITH RETURN-CODE 12.     *
003294*    2026-10-15 RH    RUN-ORDER CONTROL - WILL NOT START UNTIL   *
003295*                     DATBATC HAS FINISHED CLEAN FOR THE SAME    *
003296*                     BATCH DATE ON THE WINDOW-CONTROL FILE (DD  *
003297*                     WINCTL), AND STAMPS ITS OWN COMPLETION     *
003298*                     THERE FOR CMNRCON.                         *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004800         ORGANIZATION IS LINE SEQUENTIAL.
004810     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
004820         ORGANIZATION IS LINE SEQUENTIAL.
004840     SELECT WINCTL-FILE ASSIGN TO "WINCTL"
004860         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  JOBAUD1-FILE.
006200 01  AC-REPORT-LINE              PIC X(80).
006210 FD  CKPT-FILE.
006220 01  CKPT-FILE-REC               PIC X(42).
006240 FD  WINCTL-FILE.
006260 01  WINCTL-FILE-REC             PIC X(80).
006300 WORKING-STORAGE SECTION.
006310 77  AC-JOB-NAME                 PIC X(08) VALUE 'CMNACON'.
006320 77  AC-MERGE-PHASE              PIC X(08) VALUE 'MERGE'.
006330     COPY CMNCKPT.
006335     COPY CMNWCTL.
006340 01  AC-CURRENT-DATE-TIME.
006350     05  AC-CDT-DATE             PIC 9(08).
006360     05  AC-CDT-TIME             PIC 9(06).
006399     05  AC-CKPT-TS-SPLIT.
006401         10  AC-CKPT-TS-DATE     PIC 9(08).
006402         10  FILLER              PIC X(06).
006403 01  AC-WINDOW-STATE.
006404     05  AC-WCTL-EOF-SW          PIC X(01) VALUE 'N'.
006405         88  AC-WCTL-EOF         VALUE 'Y'.
006406     05  AC-PRED-SEEN-SW         PIC X(01) VALUE 'N'.
006407         88  AC-PRED-SEEN        VALUE 'Y'.
006408     05  AC-RUN-REFUSED-SW       PIC X(01) VALUE 'N'.
006409         88  AC-RUN-REFUSED      VALUE 'Y'.
006410     05  AC-PRED-JOB             PIC X(08) VALUE 'DATBATC'.
006411     05  AC-PRED-RC              PIC 9(02) VALUE ZERO.
006412     05  AC-WINDOW-DATE          PIC 9(08) VALUE ZERO.
006413     05  AC-REFUSE-REASON        PIC X(50) VALUE SPACES.
006414 01  AC-KEEP-TABLE.
006420     05  AC-KEEP-COUNT           PIC 9(04) COMP VALUE ZERO.
006430     05  AC-KEEP-SUB             PIC 9(04) COMP.
006440     05  AC-KEEP-ENTRY OCCURS 50 TIMES
008700     05  AC-TL-OUT               PIC 9(07).
008800     05  FILLER                  PIC X(01) VALUE SPACE.
008900     05  AC-TL-VERDICT           PIC X(08).
008920 01  AC-WINDOW-LINE.
008940     05  FILLER                  PIC X(13) VALUE 'BATCH WINDOW '.
008960     05  AC-WL-DATE              PIC 9(08).
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009210     IF NOT AC-CKPT-MERGED AND NOT AC-CKPT-STALE
009215        AND NOT AC-RUN-REFUSED
009220         PERFORM 1500-OPEN-AND-PRIME THRU 1500-EXIT
009300         PERFORM 2000-MERGE-LOWEST THRU 2000-EXIT
009400             UNTIL AC-OPEN-COUNT = 0
009410     END-IF.
009500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009520     IF NOT AC-RUN-REFUSED
009540         PERFORM 9600-STAMP-WINDOW THRU 9600-EXIT
009560     END-IF.
009600     GOBACK.
009700 0000-EXIT.
009800     EXIT.
010100*                   WHETHER AN EARLIER, FAILED ATTEMPT ALREADY   *
010110*                   CHECKPOINTED ITS MERGE - IF SO THE MERGE IS  *
010120*                   NOT RE-DRIVEN, ONLY FINISHED.                *
010140*                   NOTHING AT ALL IS DONE UNLESS DATBATC HAS    *
010160*                   FINISHED CLEAN FOR THE WINDOW - SEE          *
010180*                   1300-CHECK-RUN-ORDER.                        *
010200******************************************************************
010300 1000-INITIALIZE.
010400     MOVE FUNCTION CURRENT-DATE TO AC-CURRENT-DATE-TIME.
010900     WRITE AC-REPORT-LINE.
011000     MOVE SPACES TO AC-REPORT-LINE.
011100     WRITE AC-REPORT-LINE.
011102     PERFORM 1300-CHECK-RUN-ORDER THRU 1300-EXIT.
011104     IF AC-RUN-REFUSED
011106         GO TO 1000-EXIT
011108     END-IF.
011110     PERFORM 1200-LOAD-CHECKPOINTS THRU 1200-EXIT.
011600 1000-EXIT.
011700     EXIT.
011808     END-READ.
011809 1210-EXIT.
011810     EXIT.
011811******************************************************************
011812* 1300-CHECK-RUN-ORDER - READ THE WINDOW-CONTROL FILE AND        *
011813*                        REFUSE THE RUN UNLESS THE NEWEST BATCH  *
011814*                        DATE ON IT IS TODAY OR YESTERDAY AND    *
011815*                        THE PREDECESSOR JOB'S LATEST STAMP FOR  *
011816*                        THAT DATE SAYS RC 00.                   *
011817******************************************************************
011818 1300-CHECK-RUN-ORDER.
011819     OPEN INPUT WINCTL-FILE.
011820     PERFORM 1310-READ-WINDOW-STAMP THRU 1310-EXIT
011821         UNTIL AC-WCTL-EOF.
011822     CLOSE WINCTL-FILE.
011823     IF AC-WINDOW-DATE = 0
011824         MOVE 'NO DATBATC STAMP ON THE WINDOW-CONTROL FILE'
011825             TO AC-REFUSE-REASON
011826     ELSE
011827     IF AC-WINDOW-DATE < AC-PREV-DATE
011828         STRING 'NEWEST BATCH DATE ' AC-WINDOW-DATE
011829             ' IS NOT THE CURRENT WINDOW' DELIMITED BY SIZE
011830             INTO AC-REFUSE-REASON
011831     ELSE
011832     IF NOT AC-PRED-SEEN
011833         STRING AC-PRED-JOB DELIMITED BY SPACE
011834             ' HAS NOT FINISHED FOR ' AC-WINDOW-DATE
011835             DELIMITED BY SIZE INTO AC-REFUSE-REASON
011836     ELSE
011837     IF AC-PRED-RC NOT = 0
011838         STRING AC-PRED-JOB DELIMITED BY SPACE
011839             ' ENDED RC=' AC-PRED-RC ' FOR ' AC-WINDOW-DATE
011840             DELIMITED BY SIZE INTO AC-REFUSE-REASON
011841     END-IF
011842     END-IF
011843     END-IF
011844     END-IF.
011845     IF AC-REFUSE-REASON NOT = SPACES
011846         SET AC-RUN-REFUSED TO TRUE
011847         GO TO 1300-EXIT
011848     END-IF.
011849     MOVE AC-WINDOW-DATE TO AC-WL-DATE.
011850     MOVE AC-WINDOW-LINE TO AC-REPORT-LINE.
011851     WRITE AC-REPORT-LINE.
011852     MOVE SPACES TO AC-REPORT-LINE.
011853     WRITE AC-REPORT-LINE.
011854 1300-EXIT.
011855     EXIT.
011856******************************************************************
011857* 1310-READ-WINDOW-STAMP - ONE STAMP.  A NEWER DATBATC BATCH     *
011858*                          DATE STARTS A NEW WINDOW AND FORGETS  *
011859*                          ANY PREDECESSOR STAMP SEEN SO FAR;    *
011860*                          THE PREDECESSOR'S STAMPS FOR THE      *
011861*                          WINDOW DATE ARE IN RUN ORDER, SO THE  *
011862*                          LAST ONE READ IS THE ONE THAT COUNTS. *
011863******************************************************************
011864 1310-READ-WINDOW-STAMP.
011865     READ WINCTL-FILE
011866         AT END
011867             SET AC-WCTL-EOF TO TRUE
011868         NOT AT END
011869             MOVE WINCTL-FILE-REC TO CMN-WCTL-RECORD
011870             IF CMN-WCTL-JOB-NAME = 'DATBATC'
011871                AND CMN-WCTL-BATCH-DATE > AC-WINDOW-DATE
011872                 MOVE CMN-WCTL-BATCH-DATE TO AC-WINDOW-DATE
011873                 MOVE 'N' TO AC-PRED-SEEN-SW
011874             END-IF
011875             IF CMN-WCTL-JOB-NAME = AC-PRED-JOB
011876                AND CMN-WCTL-BATCH-DATE = AC-WINDOW-DATE
011877                 SET AC-PRED-SEEN TO TRUE
011878                 MOVE CMN-WCTL-RETURN-CODE TO AC-PRED-RC
011879             END-IF
011880     END-READ.
011881 1310-EXIT.
011882     EXIT.
011883******************************************************************
011884* 1500-OPEN-AND-PRIME - OPEN THE MERGE'S OWN FILES AND PRIME     *
011885*                       ONE RECORD FROM EACH PER-JOB INPUT.      *
011886******************************************************************
011887 1500-OPEN-AND-PRIME.
011888     OPEN INPUT JOBAUD1-FILE JOBAUD2-FILE
011889                JOBAUD3-FILE JOBAUD4-FILE
011890                JOBAUD5-FILE JOBAUD6-FILE
011891                JOBAUD7-FILE JOBAUD8-FILE.
011892     OPEN EXTEND AUDIT-FILE.
011893     MOVE 0 TO AC-OPEN-COUNT.
011894     PERFORM 1100-PRIME-ONE-FILE THRU 1100-EXIT
011895         VARYING AC-FILE-SUB FROM 1 BY 1
011896         UNTIL AC-FILE-SUB > 8.
011897 1500-EXIT.
011898     EXIT.
011899******************************************************************
011900* 1100-PRIME-ONE-FILE - FIRST READ OF THE PER-JOB FILE AT        *
012000*                       AC-FILE-SUB.                             *
012100******************************************************************
020820*                  THE MERGE ALREADY CHECKPOINTED, ONLY THE      *
020830*                  EMPTYING IS FINISHED - EMPTYING AN ALREADY-   *
020840*                  EMPTY FILE IS HARMLESS.                       *
020890*                  A RUN REFUSED ON RUN ORDER ONLY SAYS WHY.     *
020900******************************************************************
021000 9000-TERMINATE.
021001     IF AC-RUN-REFUSED
021002         STRING 'RUN REFUSED - ' AC-REFUSE-REASON
021003             DELIMITED BY SIZE INTO AC-REPORT-LINE
021004         WRITE AC-REPORT-LINE
021005         CLOSE REPORT-FILE
021006         DISPLAY 'CMNACON - RUN REFUSED - ' AC-REFUSE-REASON
021007         MOVE 12 TO RETURN-CODE
021008         GO TO 9000-EXIT
021009     END-IF.
021010     IF AC-CKPT-STALE
021011         MOVE 'STALE MERGE CHECKPOINT FROM AN EARLIER WINDOW -'
021012             TO AC-REPORT-LINE
021013         WRITE AC-REPORT-LINE
021014         MOVE ' NOTHING DONE, OPERATOR ACTION REQUIRED'
021015             TO AC-REPORT-LINE
021016         WRITE AC-REPORT-LINE
021017         CLOSE REPORT-FILE
021018         DISPLAY 'CMNACON - STALE MERGE CHECKPOINT ON CKPTFILE'
021019             ' - A FAILED RUN WAS NEVER RESUBMITTED'
021020         MOVE 12 TO RETURN-CODE
021021         GO TO 9000-EXIT
021022     END-IF.
021023     IF AC-CKPT-MERGED
021024         MOVE 'RESTART - MERGE ALREADY ON THE MASTER, PER-JOB'
021030             TO AC-REPORT-LINE
021040         WRITE AC-REPORT-LINE
021050         MOVE ' FILES EMPTIED TO FINISH THE EARLIER RUN'
024928     WRITE AC-REPORT-LINE.
025000 9100-EXIT.
025100     EXIT.
025200******************************************************************
025300* 9600-STAMP-WINDOW - APPEND THIS RUN'S STAMP TO THE WINDOW-     *
025400*                     CONTROL FILE - THE BATCH DATE IT RAN FOR   *
025500*                     AND THE RETURN CODE JUST SET.  CMNRCON     *
025600*                     READS IT BEFORE IT WILL START.             *
025700******************************************************************
025800 9600-STAMP-WINDOW.
025900     MOVE FUNCTION CURRENT-DATE TO AC-CURRENT-DATE-TIME.
026000     MOVE SPACES TO CMN-WCTL-RECORD.
026100     MOVE AC-WINDOW-DATE TO CMN-WCTL-BATCH-DATE.
026200     MOVE AC-JOB-NAME TO CMN-WCTL-JOB-NAME.
026300     STRING AC-CDT-DATE AC-CDT-TIME DELIMITED BY SIZE
026400         INTO CMN-WCTL-END-TS.
026500     MOVE RETURN-CODE TO CMN-WCTL-RETURN-CODE.
026600     OPEN EXTEND WINCTL-FILE.
026700     MOVE CMN-WCTL-RECORD TO WINCTL-FILE-REC.
026800     WRITE WINCTL-FILE-REC.
026900     CLOSE WINCTL-FILE.
027000 9600-EXIT.
027100     EXIT.

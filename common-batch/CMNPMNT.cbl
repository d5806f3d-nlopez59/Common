000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMNPMNT.
000300 AUTHOR.        R HALVERSEN - SHARED SERVICES GROUP.
000400 INSTALLATION.  COMMON-STATIC-CALLS LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TITLE    : CMNPMNT - SHOP-PARAMETER MAINTENANCE             *
000900*                                                                *
001000*    THE ONE CONTROLLED WAY TO CHANGE THE SHOP PARAMETER FILE    *
001100*    (DD PARMFILE, CMNPRMR LAYOUT).  READS A DECK OF ADD,        *
001200*    CHANGE, AND EXPIRE TRANSACTION CARDS (DD PMNTCARD), EACH    *
001300*    NAMING A RECORD BY KEY AND EFFECTIVE DATE, EDITS EVERY      *
001400*    CARD, APPLIES THE CLEAN ONES IN CARD ORDER, AND REWRITES    *
001500*    THE FILE.  EVERY APPLIED TRANSACTION APPENDS A BEFORE/      *
001600*    AFTER RECORD TO THE CHANGE LOG (DD PARMCLOG, CMNPCLG        *
001700*    LAYOUT) CARRYING THE USER ID AND CHANGE TICKET FROM THE     *
001800*    CARD, AND EVERY CARD - ACCEPTED OR REJECTED - IS LISTED ON  *
001900*    THE PROOF REPORT (DD PMNTRPT).                              *
002000*                                                                *
002100*    CARD LAYOUT:                                                *
002200*      COL  1      ACTION - A ADD, C CHANGE, X EXPIRE            *
002300*      COLS 3-10   PARAMETER KEY                                 *
002400*      COLS 12-19  EFFECTIVE DATE, YYYYMMDD                      *
002500*      COLS 21-36  VALUE (ADD AND CHANGE)                        *
002600*      COLS 38-45  USER ID OF THE PERSON MAKING THE CHANGE       *
002700*      COLS 47-56  CHANGE TICKET                                 *
002800*      COLS 58-80  DESCRIPTION - ON A CHANGE, BLANK KEEPS THE    *
002900*                  DESCRIPTION ALREADY ON FILE                   *
003000*                                                                *
003100*    EVERY CARD IS EDITED BEFORE IT IS APPLIED:                  *
003200*      - THE ACTION MUST BE A, C, OR X, AND THE KEY, USER ID,    *
003300*        AND CHANGE TICKET MUST ALL BE PRESENT                   *
003400*      - THE EFFECTIVE DATE MUST BE NUMERIC AND A REAL DATE      *
003500*      - AN ADD OR CHANGE MAY NOT BE DATED BEFORE TODAY - A      *
003600*        VALUE ALREADY IN EFFECT IS REPLACED BY ADDING A         *
003700*        SUCCESSOR RECORD, NEVER BY REWRITING HISTORY.  AN       *
003800*        EXPIRE NAMES AN EXISTING RECORD AND SETS NO DATE OF     *
003900*        ITS OWN, SO IT IS EXEMPT                                *
004000*      - AN ADD MUST NOT ALREADY BE ON FILE FOR THE KEY AND      *
004100*        DATE, AND A CHANGE OR EXPIRE MUST BE                    *
004200*      - THE VALUE ON AN ADD OR CHANGE MUST SUIT ITS KEY:        *
004300*          FYSTMON  - MONTH 01-12 IN THE FIRST TWO BYTES         *
004400*          SLACUTOF - A VALID HHMMSS IN THE FIRST SIX BYTES      *
004500*          STEPNNNN - NUMERIC SECONDS IN THE FIRST SEVEN BYTES   *
004550*          ALRTESCM - NUMERIC MINUTES IN THE FIRST SEVEN BYTES   *
004560*          FYCLLEAD - NUMERIC DAYS IN THE FIRST SEVEN BYTES      *
004570*          RBASWNDW - NUMERIC DAYS IN THE FIRST SEVEN BYTES      *
004580*          RUNSRETN - NUMERIC DAYS IN THE FIRST SEVEN BYTES      *
004590*          RBASBAND - NUMERIC STD DEVS IN THE FIRST SEVEN BYTES  *
004600*          AUDITSW  - Y OR N                                     *
004700*        ANY OTHER KEY NEEDS ONLY A NON-BLANK VALUE              *
004800*    CARDS ARE APPLIED IN DECK ORDER, SO A LATER CARD SEES THE   *
004900*    EFFECT OF AN EARLIER ONE.  A REJECTED CARD CHANGES NOTHING  *
005000*    AND THE RUN ENDS WITH RETURN-CODE 4 SO IT GETS LOOKED AT.   *
005100*    THE FILE IS REWRITTEN ONLY IF AT LEAST ONE CARD WAS         *
005200*    APPLIED.  THE FILE IS HELD IN A 150-ENTRY TABLE, THE SAME   *
005300*    BOUND AS CMNPARM - A FILE LARGER THAN THAT IS NEVER         *
005400*    REWRITTEN (IT WOULD LOSE RECORDS) AND THE RUN STOPS WITH    *
005500*    RETURN-CODE 12.                                             *
005600*                                                                *
005700*    SEE COMMON-BATCH/JCL/CMNPMNT.JCL FOR THE JOB STREAM.        *
005800*                                                                *
005900*    MODIFICATION HISTORY                                       *
006000*    DATE       INIT  DESCRIPTION                                *
006100*    ---------- ----  -------------------------------------------*
006200*    2026-10-15 RH    ORIGINAL                                   *
006250*    2026-10-15 RH    ALRTESCM VALUE EDITED AS NUMERIC MINUTES - *
006275*                     THE CMNAESC ALERT ESCALATION THRESHOLD.    *
006280*    2026-10-15 RH    FYCLLEAD VALUE EDITED AS NUMERIC DAYS -    *
006285*                     THE CMNFYCL LEAD TIME CMNPFLT CHECKS.      *
006290*    2026-10-15 RH    RBASWNDW, RUNSRETN AND RBASBAND VALUES     *
006295*                     EDITED AS NUMERIC - CMNRBAS AND CMNRANM.   *
006300******************************************************************
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT PMNTCARD-FILE ASSIGN TO "PMNTCARD"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT PARM-FILE ASSIGN TO "PARMFILE"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT CHGLOG-FILE ASSIGN TO "PARMCLOG"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT REPORT-FILE ASSIGN TO "PMNTRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  PMNTCARD-FILE.
007800 01  PMNTCARD-REC.
007900     05  PN-CARD-ACTION          PIC X(01).
008000         88  PN-CARD-ADD         VALUE 'A'.
008100         88  PN-CARD-CHANGE      VALUE 'C'.
008200         88  PN-CARD-EXPIRE      VALUE 'X'.
008300     05  FILLER                  PIC X(01).
008400     05  PN-CARD-KEY             PIC X(08).
008500     05  PN-CARD-KEY-STEP REDEFINES PN-CARD-KEY.
008600         10  PN-CARD-KEY-PREFIX  PIC X(04).
008700         10  PN-CARD-KEY-NUM     PIC X(04).
008800     05  FILLER                  PIC X(01).
008900     05  PN-CARD-DATE-X          PIC X(08).
009000     05  PN-CARD-DATE-N REDEFINES PN-CARD-DATE-X
009100                                 PIC 9(08).
009200     05  FILLER                  PIC X(01).
009300     05  PN-CARD-VALUE           PIC X(16).
009400     05  FILLER                  PIC X(01).
009500     05  PN-CARD-USER-ID         PIC X(08).
009600     05  FILLER                  PIC X(01).
009700     05  PN-CARD-TICKET          PIC X(10).
009800     05  FILLER                  PIC X(01).
009900     05  PN-CARD-DESC            PIC X(23).
010000 FD  PARM-FILE.
010100     COPY CMNPRMR.
010200 FD  CHGLOG-FILE.
010300 01  CHGLOG-FILE-REC             PIC X(144).
010400 FD  REPORT-FILE.
010500 01  PN-REPORT-LINE              PIC X(80).
010600 WORKING-STORAGE SECTION.
010700 77  PN-REJECT-REASON            PIC X(24).
010800 77  PN-TIMESTAMP-NOW            PIC X(14).
010900     COPY CMNPCLG.
011000 01  PN-SWITCHES.
011100     05  PN-CARD-EOF-SW          PIC X(01) VALUE 'N'.
011200         88  PN-CARD-EOF         VALUE 'Y'.
011300     05  PN-PARM-EOF-SW          PIC X(01) VALUE 'N'.
011400         88  PN-PARM-EOF         VALUE 'Y'.
011500     05  PN-CARD-GOOD-SW         PIC X(01) VALUE 'Y'.
011600         88  PN-CARD-GOOD        VALUE 'Y'.
011700     05  PN-OVERFLOW-SW          PIC X(01) VALUE 'N'.
011800         88  PN-OVERFLOW         VALUE 'Y'.
011900     05  PN-FOUND-SW             PIC X(01) VALUE 'N'.
012000         88  PN-FOUND            VALUE 'Y'.
012100 01  PN-COUNTERS.
012200     05  PN-READ-COUNT           PIC 9(05) VALUE ZERO.
012300     05  PN-ACCEPT-COUNT         PIC 9(05) VALUE ZERO.
012400     05  PN-REJECT-COUNT         PIC 9(05) VALUE ZERO.
012500     05  PN-WRITTEN-COUNT        PIC 9(05) VALUE ZERO.
012600 01  PN-WORK-FIELDS.
012700     05  PN-VALIDATE-INTEGER     PIC 9(09).
012800     05  PN-FOUND-SUB            PIC 9(04) COMP.
012900     05  PN-SCAN-SUB             PIC 9(04) COMP.
013000     05  PN-VALUE-SPLIT.
013100         10  PN-VAL-MONTH-X      PIC X(02).
013200         10  PN-VAL-MONTH-N REDEFINES PN-VAL-MONTH-X
013300                                 PIC 9(02).
013400         10  FILLER              PIC X(14).
013500     05  PN-VALUE-TIME REDEFINES PN-VALUE-SPLIT.
013600         10  PN-VAL-TIME-X.
013700             15  PN-VAL-HH       PIC 9(02).
013800             15  PN-VAL-MM       PIC 9(02).
013900             15  PN-VAL-SS       PIC 9(02).
014000         10  FILLER              PIC X(10).
014100     05  PN-VALUE-SECS REDEFINES PN-VALUE-SPLIT.
014200         10  PN-VAL-SECS-X       PIC X(07).
014300         10  FILLER              PIC X(09).
014400     05  PN-VALUE-FLAG REDEFINES PN-VALUE-SPLIT.
014500         10  PN-VAL-FLAG         PIC X(01).
014600         10  PN-VAL-FLAG-REST    PIC X(15).
014700 01  PN-CURRENT-DATE-TIME.
014800     05  PN-CDT-DATE             PIC 9(08).
014900     05  PN-CDT-TIME             PIC 9(06).
015000     05  FILLER                  PIC X(07).
015100 01  PN-PARM-TABLE.
015200     05  PN-TAB-COUNT            PIC 9(04) COMP VALUE ZERO.
015300     05  PN-TAB-ENTRY OCCURS 150 TIMES.
015400         10  PN-TAB-KEY          PIC X(08).
015500         10  PN-TAB-VALUE        PIC X(16).
015600         10  PN-TAB-DESC         PIC X(30).
015700         10  PN-TAB-EFF-DATE     PIC 9(08).
015800         10  PN-TAB-EXPIRED-SW   PIC X(01).
015900             88  PN-TAB-EXPIRED  VALUE 'Y'.
016000 01  PN-ACCEPT-LINE.
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  FILLER                  PIC X(09) VALUE 'ACCEPTED '.
016300     05  PN-AL-ACTION            PIC X(01).
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500     05  PN-AL-KEY               PIC X(08).
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  PN-AL-EFF               PIC X(08).
016800     05  FILLER                  PIC X(01) VALUE SPACE.
016900     05  PN-AL-VALUE             PIC X(16).
017000     05  FILLER                  PIC X(01) VALUE SPACE.
017100     05  PN-AL-USER-ID           PIC X(08).
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  PN-AL-TICKET            PIC X(10).
017400 01  PN-REJECT-LINE.
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  FILLER                  PIC X(09) VALUE 'REJECTED '.
017700     05  PN-RJ-ACTION            PIC X(01).
017800     05  FILLER                  PIC X(01) VALUE SPACE.
017900     05  PN-RJ-KEY               PIC X(08).
018000     05  FILLER                  PIC X(01) VALUE SPACE.
018100     05  PN-RJ-EFF               PIC X(08).
018200     05  FILLER                  PIC X(02) VALUE SPACE.
018300     05  PN-RJ-REASON            PIC X(24).
018400 01  PN-TOTAL-LINE.
018500     05  FILLER                  PIC X(06) VALUE 'READ='.
018600     05  PN-TL-READ              PIC 9(05).
018700     05  FILLER                  PIC X(10) VALUE ' ACCEPTED='.
018800     05  PN-TL-ACCEPTED          PIC 9(05).
018900     05  FILLER                  PIC X(10) VALUE ' REJECTED='.
019000     05  PN-TL-REJECTED          PIC 9(05).
019100     05  FILLER                  PIC X(09) VALUE ' WRITTEN='.
019200     05  PN-TL-WRITTEN           PIC 9(05).
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     IF NOT PN-OVERFLOW
019700         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
019800             UNTIL PN-CARD-EOF
019900     END-IF.
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020100     GOBACK.
020200 0000-EXIT.
020300     EXIT.
020400******************************************************************
020500* 1000-INITIALIZE - LOAD THE PARAMETER FILE AS IT STANDS, OPEN   *
020600*                   THE CARD DECK, CHANGE LOG, AND REPORT, AND   *
020700*                   WRITE THE PROOF-REPORT HEADING.  A FILE TOO  *
020800*                   BIG FOR THE TABLE STOPS THE RUN HERE.        *
020900******************************************************************
021000 1000-INITIALIZE.
021100     MOVE FUNCTION CURRENT-DATE TO PN-CURRENT-DATE-TIME.
021200     OPEN INPUT PARM-FILE.
021300     PERFORM 1100-LOAD-PARAMETER THRU 1100-EXIT
021400         UNTIL PN-PARM-EOF.
021500     CLOSE PARM-FILE.
021600     OPEN OUTPUT REPORT-FILE.
021700     MOVE 'SHOP-PARAMETER MAINTENANCE PROOF REPORT'
021800         TO PN-REPORT-LINE.
021900     WRITE PN-REPORT-LINE.
022000     MOVE SPACES TO PN-REPORT-LINE.
022100     WRITE PN-REPORT-LINE.
022200     IF PN-OVERFLOW
022300         GO TO 1000-EXIT
022400     END-IF.
022500     OPEN INPUT PMNTCARD-FILE.
022600     OPEN EXTEND CHGLOG-FILE.
022700 1000-EXIT.
022800     EXIT.
022900******************************************************************
023000* 1100-LOAD-PARAMETER - READ ONE PARAMETER RECORD INTO THE       *
023100*                       TABLE.  A BLANK EFFECTIVE DATE READS AS  *
023200*                       ZERO, THE SAME WAY CMNPARM TAKES IT.     *
023300*                       PAST 150 RECORDS THE TABLE CANNOT HOLD   *
023400*                       THE WHOLE FILE, SO NOTHING IS APPLIED.   *
023500******************************************************************
023600 1100-LOAD-PARAMETER.
023700     READ PARM-FILE
023800         AT END
023900             SET PN-PARM-EOF TO TRUE
024000         NOT AT END
024100             IF PN-TAB-COUNT < 150
024200                 ADD 1 TO PN-TAB-COUNT
024300                 MOVE CMN-PARM-KEY
024400                     TO PN-TAB-KEY(PN-TAB-COUNT)
024500                 MOVE CMN-PARM-VALUE
024600                     TO PN-TAB-VALUE(PN-TAB-COUNT)
024700                 MOVE CMN-PARM-DESC
024800                     TO PN-TAB-DESC(PN-TAB-COUNT)
024900                 IF CMN-PARM-EFF-DATE NUMERIC
025000                     MOVE CMN-PARM-EFF-DATE
025100                         TO PN-TAB-EFF-DATE(PN-TAB-COUNT)
025200                 ELSE
025300                     MOVE ZERO
025400                         TO PN-TAB-EFF-DATE(PN-TAB-COUNT)
025500                 END-IF
025600                 MOVE 'N' TO PN-TAB-EXPIRED-SW(PN-TAB-COUNT)
025700             ELSE
025800                 SET PN-OVERFLOW TO TRUE
025900             END-IF
026000     END-READ.
026100 1100-EXIT.
026200     EXIT.
026300******************************************************************
026400* 2000-PROCESS-CARD - READ ONE TRANSACTION CARD, EDIT IT, AND    *
026500*                     EITHER APPLY IT OR LIST IT AS A REJECT.    *
026600******************************************************************
026700 2000-PROCESS-CARD.
026800     READ PMNTCARD-FILE
026900         AT END
027000             SET PN-CARD-EOF TO TRUE
027100         NOT AT END
027200             ADD 1 TO PN-READ-COUNT
027300             PERFORM 2100-EDIT-CARD THRU 2100-EXIT
027400             IF PN-CARD-GOOD
027500                 PERFORM 2200-APPLY-CARD THRU 2200-EXIT
027600             ELSE
027700                 PERFORM 2300-REJECT-CARD THRU 2300-EXIT
027800             END-IF
027900     END-READ.
028000 2000-EXIT.
028100     EXIT.
028200******************************************************************
028300* 2100-EDIT-CARD - APPLY EVERY EDIT TO THE CARD JUST READ.  THE  *
028400*                  FIRST EDIT THAT FAILS NAMES THE REASON AND    *
028500*                  MARKS THE CARD BAD.                           *
028600******************************************************************
028700 2100-EDIT-CARD.
028800     MOVE 'Y' TO PN-CARD-GOOD-SW.
028900     MOVE SPACES TO PN-REJECT-REASON.
029000     IF NOT PN-CARD-ADD
029100        AND NOT PN-CARD-CHANGE
029200        AND NOT PN-CARD-EXPIRE
029300         MOVE 'N' TO PN-CARD-GOOD-SW
029400         MOVE 'UNKNOWN ACTION' TO PN-REJECT-REASON
029500         GO TO 2100-EXIT
029600     END-IF.
029700     IF PN-CARD-KEY = SPACES
029800         MOVE 'N' TO PN-CARD-GOOD-SW
029900         MOVE 'NO PARAMETER KEY' TO PN-REJECT-REASON
030000         GO TO 2100-EXIT
030100     END-IF.
030200     IF PN-CARD-USER-ID = SPACES
030300         MOVE 'N' TO PN-CARD-GOOD-SW
030400         MOVE 'NO USER ID' TO PN-REJECT-REASON
030500         GO TO 2100-EXIT
030600     END-IF.
030700     IF PN-CARD-TICKET = SPACES
030800         MOVE 'N' TO PN-CARD-GOOD-SW
030900         MOVE 'NO CHANGE TICKET' TO PN-REJECT-REASON
031000         GO TO 2100-EXIT
031100     END-IF.
031200     IF PN-CARD-DATE-X NOT NUMERIC
031300         MOVE 'N' TO PN-CARD-GOOD-SW
031400         MOVE 'DATE NOT NUMERIC' TO PN-REJECT-REASON
031500         GO TO 2100-EXIT
031600     END-IF.
031700     MOVE FUNCTION INTEGER-OF-DATE(PN-CARD-DATE-N)
031800         TO PN-VALIDATE-INTEGER.
031900     IF PN-VALIDATE-INTEGER = 0
032000         MOVE 'N' TO PN-CARD-GOOD-SW
032100         MOVE 'NOT A REAL DATE' TO PN-REJECT-REASON
032200         GO TO 2100-EXIT
032300     END-IF.
032400     IF NOT PN-CARD-EXPIRE
032500        AND PN-CARD-DATE-N < PN-CDT-DATE
032600         MOVE 'N' TO PN-CARD-GOOD-SW
032700         MOVE 'BACKDATED BEFORE TODAY' TO PN-REJECT-REASON
032800         GO TO 2100-EXIT
032900     END-IF.
033000     PERFORM 2110-FIND-RECORD THRU 2110-EXIT.
033100     IF PN-CARD-ADD
033200         IF PN-FOUND
033300             MOVE 'N' TO PN-CARD-GOOD-SW
033400             MOVE 'ALREADY ON FILE' TO PN-REJECT-REASON
033500             GO TO 2100-EXIT
033600         END-IF
033700         IF PN-TAB-COUNT >= 150
033800             MOVE 'N' TO PN-CARD-GOOD-SW
033900             MOVE 'PARAMETER TABLE FULL' TO PN-REJECT-REASON
034000             GO TO 2100-EXIT
034100         END-IF
034200     ELSE
034300         IF NOT PN-FOUND
034400             MOVE 'N' TO PN-CARD-GOOD-SW
034500             MOVE 'NOT ON FILE' TO PN-REJECT-REASON
034600             GO TO 2100-EXIT
034700         END-IF
034800     END-IF.
034900     IF NOT PN-CARD-EXPIRE
035000         PERFORM 2120-EDIT-VALUE THRU 2120-EXIT
035100     END-IF.
035200 2100-EXIT.
035300     EXIT.
035400******************************************************************
035500* 2110-FIND-RECORD - LOOK FOR A LIVE (NOT EXPIRED THIS RUN)      *
035600*                    RECORD WITH THE CARD'S KEY AND EFFECTIVE    *
035700*                    DATE.  PN-FOUND-SUB POINTS AT IT IF FOUND.  *
035800******************************************************************
035900 2110-FIND-RECORD.
036000     MOVE 'N' TO PN-FOUND-SW.
036100     MOVE ZERO TO PN-FOUND-SUB.
036200     PERFORM 2115-MATCH-RECORD THRU 2115-EXIT
036300         VARYING PN-SCAN-SUB FROM 1 BY 1
036400         UNTIL PN-SCAN-SUB > PN-TAB-COUNT
036500            OR PN-FOUND.
036600 2110-EXIT.
036700     EXIT.
036800******************************************************************
036900* 2115-MATCH-RECORD - IS THE ENTRY AT PN-SCAN-SUB THE RECORD     *
037000*                     THE CARD NAMES?                            *
037100******************************************************************
037200 2115-MATCH-RECORD.
037300     IF PN-TAB-KEY(PN-SCAN-SUB) = PN-CARD-KEY
037400        AND PN-TAB-EFF-DATE(PN-SCAN-SUB) = PN-CARD-DATE-N
037500        AND NOT PN-TAB-EXPIRED(PN-SCAN-SUB)
037600         SET PN-FOUND TO TRUE
037700         MOVE PN-SCAN-SUB TO PN-FOUND-SUB
037800     END-IF.
037900 2115-EXIT.
038000     EXIT.
038100******************************************************************
038200* 2120-EDIT-VALUE - THE VALUE ON AN ADD OR CHANGE MUST SUIT THE  *
038300*                   KEY IT IS FOR.  KEYS WITH NO RULE OF THEIR   *
038400*                   OWN NEED ONLY A NON-BLANK VALUE - CMNPARM    *
038500*                   ITSELF IS GENERIC.                           *
038600******************************************************************
038700 2120-EDIT-VALUE.
038800     IF PN-CARD-VALUE = SPACES
038900         MOVE 'N' TO PN-CARD-GOOD-SW
039000         MOVE 'NO VALUE' TO PN-REJECT-REASON
039100         GO TO 2120-EXIT
039200     END-IF.
039300     MOVE PN-CARD-VALUE TO PN-VALUE-SPLIT.
039400     EVALUATE TRUE
039500         WHEN PN-CARD-KEY = 'FYSTMON'
039600             IF PN-VAL-MONTH-X NOT NUMERIC
039700                 MOVE 'N' TO PN-CARD-GOOD-SW
039800             ELSE
039900                 IF PN-VAL-MONTH-N < 1 OR PN-VAL-MONTH-N > 12
040000                     MOVE 'N' TO PN-CARD-GOOD-SW
040100                 END-IF
040200             END-IF
040300             IF NOT PN-CARD-GOOD
040400                 MOVE 'FYSTMON NOT 01-12' TO PN-REJECT-REASON
040500             END-IF
040600         WHEN PN-CARD-KEY = 'SLACUTOF'
040700             IF PN-VAL-TIME-X NOT NUMERIC
040800                 MOVE 'N' TO PN-CARD-GOOD-SW
040900             ELSE
041000                 IF PN-VAL-HH > 23
041100                    OR PN-VAL-MM > 59
041200                    OR PN-VAL-SS > 59
041300                     MOVE 'N' TO PN-CARD-GOOD-SW
041400                 END-IF
041500             END-IF
041600             IF NOT PN-CARD-GOOD
041700                 MOVE 'SLACUTOF NOT HHMMSS' TO PN-REJECT-REASON
041800             END-IF
041900         WHEN PN-CARD-KEY = 'AUDITSW'
042000             IF (PN-VAL-FLAG NOT = 'Y' AND PN-VAL-FLAG NOT = 'N')
042100                OR PN-VAL-FLAG-REST NOT = SPACES
042200                 MOVE 'N' TO PN-CARD-GOOD-SW
042300                 MOVE 'AUDITSW NOT Y OR N' TO PN-REJECT-REASON
042400             END-IF
042500         WHEN PN-CARD-KEY-PREFIX = 'STEP'
042600          AND PN-CARD-KEY-NUM NUMERIC
042700             IF PN-VAL-SECS-X NOT NUMERIC
042800                 MOVE 'N' TO PN-CARD-GOOD-SW
042900                 MOVE 'STEP SECONDS NOT NUMERIC'
043000                     TO PN-REJECT-REASON
043100             END-IF
043102         WHEN PN-CARD-KEY = 'RBASWNDW'
043104          OR PN-CARD-KEY = 'RUNSRETN'
043106          OR PN-CARD-KEY = 'RBASBAND'
043108             IF PN-VAL-SECS-X NOT NUMERIC
043110                 MOVE 'N' TO PN-CARD-GOOD-SW
043112                 MOVE 'BASELINE KEY NOT NUMERIC'
043114                     TO PN-REJECT-REASON
043116             END-IF
043120         WHEN PN-CARD-KEY = 'ALRTESCM'
043140             IF PN-VAL-SECS-X NOT NUMERIC
043160                 MOVE 'N' TO PN-CARD-GOOD-SW
043170                 MOVE 'ALRTESCM NOT NUMERIC'
043180                     TO PN-REJECT-REASON
043190             END-IF
043191         WHEN PN-CARD-KEY = 'FYCLLEAD'
043192             IF PN-VAL-SECS-X NOT NUMERIC
043193                 MOVE 'N' TO PN-CARD-GOOD-SW
043194                 MOVE 'FYCLLEAD NOT NUMERIC'
043195                     TO PN-REJECT-REASON
043196             END-IF
043200         WHEN OTHER
043300             CONTINUE
043400     END-EVALUATE.
043500 2120-EXIT.
043600     EXIT.
043700******************************************************************
043800* 2200-APPLY-CARD - APPLY THE CLEAN CARD TO THE TABLE, LOG THE   *
043900*                   BEFORE AND AFTER IMAGES, AND LIST IT AS      *
044000*                   ACCEPTED.                                    *
044100******************************************************************
044200 2200-APPLY-CARD.
044300     MOVE FUNCTION CURRENT-DATE TO PN-CURRENT-DATE-TIME.
044400     STRING PN-CDT-DATE PN-CDT-TIME DELIMITED BY SIZE
044500         INTO PN-TIMESTAMP-NOW.
044600     MOVE SPACES TO CMN-PCLG-RECORD.
044700     MOVE PN-TIMESTAMP-NOW TO CMN-PCLG-TIMESTAMP.
044800     MOVE PN-CARD-USER-ID  TO CMN-PCLG-USER-ID.
044900     MOVE PN-CARD-TICKET   TO CMN-PCLG-TICKET.
045000     MOVE PN-CARD-ACTION   TO CMN-PCLG-ACTION.
045100     MOVE PN-CARD-KEY      TO CMN-PCLG-KEY.
045200     MOVE PN-CARD-DATE-N   TO CMN-PCLG-EFF-DATE.
045300     EVALUATE TRUE
045400         WHEN PN-CARD-ADD
045500             ADD 1 TO PN-TAB-COUNT
045600             MOVE PN-TAB-COUNT TO PN-FOUND-SUB
045700             MOVE PN-CARD-KEY TO PN-TAB-KEY(PN-FOUND-SUB)
045800             MOVE PN-CARD-VALUE TO PN-TAB-VALUE(PN-FOUND-SUB)
045900             MOVE PN-CARD-DESC TO PN-TAB-DESC(PN-FOUND-SUB)
046000             MOVE PN-CARD-DATE-N
046100                 TO PN-TAB-EFF-DATE(PN-FOUND-SUB)
046200             MOVE 'N' TO PN-TAB-EXPIRED-SW(PN-FOUND-SUB)
046300         WHEN PN-CARD-CHANGE
046400             MOVE PN-TAB-VALUE(PN-FOUND-SUB)
046500                 TO CMN-PCLG-BEFORE-VALUE
046600             MOVE PN-TAB-DESC(PN-FOUND-SUB)
046700                 TO CMN-PCLG-BEFORE-DESC
046800             MOVE PN-CARD-VALUE TO PN-TAB-VALUE(PN-FOUND-SUB)
046900             IF PN-CARD-DESC NOT = SPACES
047000                 MOVE PN-CARD-DESC TO PN-TAB-DESC(PN-FOUND-SUB)
047100             END-IF
047200         WHEN PN-CARD-EXPIRE
047300             MOVE PN-TAB-VALUE(PN-FOUND-SUB)
047400                 TO CMN-PCLG-BEFORE-VALUE
047500             MOVE PN-TAB-DESC(PN-FOUND-SUB)
047600                 TO CMN-PCLG-BEFORE-DESC
047700             MOVE 'Y' TO PN-TAB-EXPIRED-SW(PN-FOUND-SUB)
047800     END-EVALUATE.
047900     IF NOT PN-CARD-EXPIRE
048000         MOVE PN-TAB-VALUE(PN-FOUND-SUB) TO CMN-PCLG-AFTER-VALUE
048100         MOVE PN-TAB-DESC(PN-FOUND-SUB)  TO CMN-PCLG-AFTER-DESC
048200     END-IF.
048300     MOVE CMN-PCLG-RECORD TO CHGLOG-FILE-REC.
048400     WRITE CHGLOG-FILE-REC.
048500     ADD 1 TO PN-ACCEPT-COUNT.
048600     MOVE PN-CARD-ACTION  TO PN-AL-ACTION.
048700     MOVE PN-CARD-KEY     TO PN-AL-KEY.
048800     MOVE PN-CARD-DATE-X  TO PN-AL-EFF.
048900     MOVE PN-CARD-VALUE   TO PN-AL-VALUE.
049000     MOVE PN-CARD-USER-ID TO PN-AL-USER-ID.
049100     MOVE PN-CARD-TICKET  TO PN-AL-TICKET.
049200     MOVE PN-ACCEPT-LINE  TO PN-REPORT-LINE.
049300     WRITE PN-REPORT-LINE.
049400 2200-EXIT.
049500     EXIT.
049600******************************************************************
049700* 2300-REJECT-CARD - LIST THE BAD CARD AND THE EDIT IT FAILED.   *
049800******************************************************************
049900 2300-REJECT-CARD.
050000     ADD 1 TO PN-REJECT-COUNT.
050100     MOVE PN-CARD-ACTION   TO PN-RJ-ACTION.
050200     MOVE PN-CARD-KEY      TO PN-RJ-KEY.
050300     MOVE PN-CARD-DATE-X   TO PN-RJ-EFF.
050400     MOVE PN-REJECT-REASON TO PN-RJ-REASON.
050500     MOVE PN-REJECT-LINE   TO PN-REPORT-LINE.
050600     WRITE PN-REPORT-LINE.
050700 2300-EXIT.
050800     EXIT.
050900******************************************************************
051000* 8000-REWRITE-PARAMETERS - WRITE THE TABLE BACK OVER THE        *
051100*                           PARAMETER FILE IN ITS ORIGINAL       *
051200*                           ORDER, NEW RECORDS AT THE END AND    *
051300*                           EXPIRED ONES LEFT OFF.               *
051400******************************************************************
051500 8000-REWRITE-PARAMETERS.
051600     OPEN OUTPUT PARM-FILE.
051700     PERFORM 8010-WRITE-ONE-PARM THRU 8010-EXIT
051800         VARYING PN-SCAN-SUB FROM 1 BY 1
051900         UNTIL PN-SCAN-SUB > PN-TAB-COUNT.
052000     CLOSE PARM-FILE.
052100 8000-EXIT.
052200     EXIT.
052300******************************************************************
052400* 8010-WRITE-ONE-PARM - WRITE THE ENTRY AT PN-SCAN-SUB UNLESS IT *
052500*                       WAS EXPIRED THIS RUN.                    *
052600******************************************************************
052700 8010-WRITE-ONE-PARM.
052800     IF PN-TAB-EXPIRED(PN-SCAN-SUB)
052900         GO TO 8010-EXIT
053000     END-IF.
053100     MOVE SPACES TO CMN-PARM-RECORD.
053200     MOVE PN-TAB-KEY(PN-SCAN-SUB)      TO CMN-PARM-KEY.
053300     MOVE PN-TAB-VALUE(PN-SCAN-SUB)    TO CMN-PARM-VALUE.
053400     MOVE PN-TAB-DESC(PN-SCAN-SUB)     TO CMN-PARM-DESC.
053500     MOVE PN-TAB-EFF-DATE(PN-SCAN-SUB) TO CMN-PARM-EFF-DATE.
053600     WRITE CMN-PARM-RECORD.
053700     ADD 1 TO PN-WRITTEN-COUNT.
053800 8010-EXIT.
053900     EXIT.
054000******************************************************************
054100* 9000-TERMINATE - REWRITE THE PARAMETER FILE IF ANYTHING WAS    *
054200*                  APPLIED, WRITE THE PROOF-REPORT TOTALS, AND   *
054300*                  SET A NON-ZERO CONDITION CODE IF ANY CARD     *
054400*                  WAS REJECTED.  AN OVERSIZED FILE WAS NEVER    *
054500*                  TOUCHED AND ENDS THE RUN WITH 12.             *
054600******************************************************************
054700 9000-TERMINATE.
054800     IF PN-OVERFLOW
054900         MOVE 'MORE THAN 150 PARAMETER RECORDS ON FILE - NO'
055000             TO PN-REPORT-LINE
055100         WRITE PN-REPORT-LINE
055200         MOVE ' TRANSACTIONS APPLIED, FILE LEFT UNCHANGED'
055300             TO PN-REPORT-LINE
055400         WRITE PN-REPORT-LINE
055500         CLOSE REPORT-FILE
055600         DISPLAY 'CMNPMNT - MORE THAN 150 PARAMETER RECORDS,'
055700             ' NOTHING APPLIED'
055800         MOVE 12 TO RETURN-CODE
055900         GO TO 9000-EXIT
056000     END-IF.
056100     IF PN-ACCEPT-COUNT > 0
056200         PERFORM 8000-REWRITE-PARAMETERS THRU 8000-EXIT
056300     END-IF.
056400     MOVE SPACES TO PN-REPORT-LINE.
056500     WRITE PN-REPORT-LINE.
056600     MOVE PN-READ-COUNT    TO PN-TL-READ.
056700     MOVE PN-ACCEPT-COUNT  TO PN-TL-ACCEPTED.
056800     MOVE PN-REJECT-COUNT  TO PN-TL-REJECTED.
056900     MOVE PN-WRITTEN-COUNT TO PN-TL-WRITTEN.
057000     MOVE PN-TOTAL-LINE TO PN-REPORT-LINE.
057100     WRITE PN-REPORT-LINE.
057200     CLOSE PMNTCARD-FILE CHGLOG-FILE REPORT-FILE.
057300     IF PN-REJECT-COUNT > 0
057400         DISPLAY 'CMNPMNT - ' PN-REJECT-COUNT
057500             ' TRANSACTION(S) REJECTED - SEE PROOF REPORT'
057600         MOVE 4 TO RETURN-CODE
057700     END-IF.
057800 9000-EXIT.
057900     EXIT.

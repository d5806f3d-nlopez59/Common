000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMNUSAG.
000300 AUTHOR.        R HALVERSEN - SHARED SERVICES GROUP.
000400 INSTALLATION.  COMMON-STATIC-CALLS LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TITLE    : CMNUSAG - COMMON ROUTINE CONSUMER USAGE REPORT   *
000900*                                                                *
001000*    CMNVAUD AND CMNCATL SAY WHICH CONSUMERS HAVE LINKED WHICH   *
001100*    VERSION OF EACH COMMON ROUTINE, ACCORDING TO THE LOAD-      *
001200*    MODULE LINK REGISTRY.  NEITHER SAYS WHO ACTUALLY CALLS      *
001300*    WHAT.  THIS REPORT JOINS THE CLEAN REGISTRY (DD LMREGFL -   *
001400*    CMNLMED OUTPUT, CMNLMRG LAYOUT) TO THE AUDIT ARCHIVE        *
001500*    GENERATIONS (DD AUDARCH, CMNAUDT - CONCATENATE THE          *
001600*    GENERATIONS, OR NAME THE GDG BASE FOR ALL OF THEM) OVER A   *
001700*    DATE RANGE, MATCHING EACH ARCHIVED CALL'S CALLING PROGRAM   *
001800*    AND ROUTINE TO A REGISTRY ENTRY, SO A ROUTINE CHANGE CAN BE *
001900*    SIZED BY WHO IS REALLY EXPOSED.  THREE SECTIONS:            *
002000*      - DORMANT LINKS - REGISTRY ENTRIES WITH NO CALLS IN THE   *
002100*        RANGE, CANDIDATES FOR A STALE REGISTRY ENTRY            *
002200*      - UNREGISTERED CONSUMERS - CALLING PROGRAM / ROUTINE      *
002300*        PAIRS IN THE AUDIT TRAIL WITH NO REGISTRY ENTRY, MARKED *
002400*        BY WHETHER THE CALLER IS UNKNOWN TO THE REGISTRY OR     *
002500*        JUST NOT REGISTERED FOR THAT ROUTINE                    *
002600*      - CALL VOLUME - FOR EACH ROUTINE IN CMNVERS, THE CALLS    *
002700*        FROM EACH CONSUMER BESIDE ITS LINKED VERSION AND        *
002800*        WHETHER THAT VERSION IS CURRENT                         *
002900*                                                                *
003000*    CONTROL CARD LAYOUT (ONE CARD, DD USAGCARD):                *
003100*      COLS  1-8   ROUTINE NAME, OR BLANK FOR EVERY ROUTINE      *
003200*      COLS 10-17  FROM DATE (YYYYMMDD)                          *
003300*      COLS 19-26  TO DATE   (YYYYMMDD)                          *
003400*    A MISSING OR INVALID CARD STOPS THE RUN WITH RC=8.          *
003500*                                                                *
003600*    THE REGISTRY TABLE (CMNLMTB) HOLDS 50 ENTRIES, THE SAME     *
003700*    BOUND CMNLMED PASSES ON, AND UP TO 100 UNREGISTERED PAIRS   *
003800*    ARE KEPT.  PAST EITHER BOUND THE REPORT SAYS IT IS          *
003900*    INCOMPLETE AND THE RUN ENDS RC=4.                           *
004000*                                                                *
004100*    MODIFICATION HISTORY                                       *
004200*    DATE       INIT  DESCRIPTION                                *
004300*    ---------- ----  -------------------------------------------*
004400*    2026-10-15 RH    ORIGINAL                                   *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CARD-FILE ASSIGN TO "USAGCARD"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT LMREG-FILE ASSIGN TO "LMREGFL"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT REPORT-FILE ASSIGN TO "USAGRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CARD-FILE.
006000 01  UG-CARD-REC.
006100     05  UG-CARD-PGM             PIC X(08).
006200     05  FILLER                  PIC X(01).
006300     05  UG-CARD-FROM-DATE       PIC X(08).
006400     05  FILLER                  PIC X(01).
006500     05  UG-CARD-TO-DATE         PIC X(08).
006600     05  FILLER                  PIC X(54).
006700 FD  LMREG-FILE.
006800     COPY CMNLMRG.
006900 FD  ARCHIVE-FILE.
007000 01  ARCHIVE-FILE-REC            PIC X(45).
007100 FD  REPORT-FILE.
007200 01  UG-REPORT-LINE              PIC X(80).
007300 WORKING-STORAGE SECTION.
007400 COPY CMNVERS.
007500 COPY CMNLMTB.
007600 COPY CMNAUDT.
007700 01  UG-SWITCHES.
007800     05  UG-CARD-EOF-SW          PIC X(01) VALUE 'N'.
007900         88  UG-CARD-EOF         VALUE 'Y'.
008000     05  UG-CARD-GOOD-SW         PIC X(01) VALUE 'N'.
008100         88  UG-CARD-GOOD        VALUE 'Y'.
008200     05  UG-LMREG-EOF-SW         PIC X(01) VALUE 'N'.
008300         88  UG-LMREG-EOF        VALUE 'Y'.
008400     05  UG-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
008500         88  UG-ARCH-EOF         VALUE 'Y'.
008600     05  UG-LINK-FOUND-SW        PIC X(01) VALUE 'N'.
008700         88  UG-LINK-FOUND       VALUE 'Y'.
008800     05  UG-CONSUMER-KNOWN-SW    PIC X(01) VALUE 'N'.
008900         88  UG-CONSUMER-KNOWN   VALUE 'Y'.
009000     05  UG-UNREG-FOUND-SW       PIC X(01) VALUE 'N'.
009100         88  UG-UNREG-FOUND      VALUE 'Y'.
009200     05  UG-LINE-FOUND-SW        PIC X(01) VALUE 'N'.
009300         88  UG-LINE-FOUND       VALUE 'Y'.
009400     05  UG-OVERFLOW-SW          PIC X(01) VALUE 'N'.
009500         88  UG-OVERFLOW         VALUE 'Y'.
009600 01  UG-SELECTION-WS.
009700     05  UG-SEL-PGM              PIC X(08).
009800     05  UG-SEL-FROM-DATE        PIC X(08).
009900     05  UG-SEL-TO-DATE          PIC X(08).
010000 01  UG-COUNTERS.
010100     05  UG-READ-COUNT           PIC 9(07) VALUE ZERO.
010200     05  UG-SELECTED-COUNT       PIC 9(07) VALUE ZERO.
010300     05  UG-DORMANT-COUNT        PIC 9(05) VALUE ZERO.
010400 01  UG-REG-CALL-TABLE.
010500     05  UG-REG-CALLS OCCURS 50 TIMES
010600                                 PIC 9(07).
010700 01  UG-UNREG-TABLE.
010800     05  UG-UNREG-COUNT          PIC 9(04) COMP VALUE ZERO.
010900     05  UG-UNREG-ENTRY OCCURS 100 TIMES.
011000         10  UG-UNR-CONSUMER-PGM PIC X(08).
011100         10  UG-UNR-COMMON-PGM   PIC X(08).
011200         10  UG-UNR-CALLS        PIC 9(07).
011300         10  UG-UNR-KNOWN-SW     PIC X(01).
011400             88  UG-UNR-KNOWN    VALUE 'Y'.
011500 01  UG-WORK-FIELDS.
011600     05  UG-UNR-SUB              PIC 9(04) COMP.
011700     05  UG-HIT-SUB              PIC 9(04) COMP.
011800     05  UG-TS-SPLIT.
011900         10  UG-TS-DATE          PIC X(08).
012000         10  UG-TS-TIME          PIC X(06).
012100 01  UG-HEADER-LINE.
012200     05  FILLER                  PIC X(08) VALUE 'ROUTINE '.
012300     05  UG-HD-PGM               PIC X(08).
012400     05  FILLER                  PIC X(06) VALUE ' FROM '.
012500     05  UG-HD-FROM              PIC X(08).
012600     05  FILLER                  PIC X(04) VALUE ' TO '.
012700     05  UG-HD-TO                PIC X(08).
012800 01  UG-DORMANT-LINE.
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  UG-DL-CONSUMER          PIC X(08).
013100     05  FILLER                  PIC X(02) VALUE SPACE.
013200     05  UG-DL-ROUTINE           PIC X(08).
013300     05  FILLER                  PIC X(09) VALUE '  LINKED '.
013400     05  UG-DL-VERSION           PIC X(06).
013500     05  FILLER                  PIC X(04) VALUE ' ON '.
013600     05  UG-DL-DATE              PIC X(08).
013700     05  FILLER                  PIC X(10) VALUE '  NO CALLS'.
013800 01  UG-UNREG-LINE.
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  UG-UL-CONSUMER          PIC X(08).
014100     05  FILLER                  PIC X(02) VALUE SPACE.
014200     05  UG-UL-ROUTINE           PIC X(08).
014300     05  FILLER                  PIC X(08) VALUE '  CALLS '.
014400     05  UG-UL-CALLS             PIC Z(06)9.
014500     05  FILLER                  PIC X(02) VALUE SPACE.
014600     05  UG-UL-NOTE              PIC X(30).
014700 01  UG-ROUTINE-LINE.
014800     05  UG-RL-ROUTINE           PIC X(08).
014900     05  FILLER                  PIC X(17)
015000         VALUE '  CURRENT VERSION'.
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  UG-RL-VERSION           PIC X(06).
015300 01  UG-VOLUME-LINE.
015400     05  FILLER                  PIC X(04) VALUE SPACE.
015500     05  UG-VL-CONSUMER          PIC X(08).
015600     05  FILLER                  PIC X(08) VALUE '  CALLS '.
015700     05  UG-VL-CALLS             PIC Z(06)9.
015800     05  FILLER                  PIC X(09) VALUE '  LINKED '.
015900     05  UG-VL-VERSION           PIC X(06).
016000     05  FILLER                  PIC X(02) VALUE SPACE.
016100     05  UG-VL-STATUS            PIC X(12).
016200 01  UG-TOTAL-LINE.
016300     05  FILLER                  PIC X(14) VALUE 'ARCHIVE READ='.
016400     05  UG-TL-READ              PIC 9(07).
016500     05  FILLER                  PIC X(10) VALUE ' SELECTED='.
016600     05  UG-TL-SELECTED          PIC 9(07).
016700     05  FILLER                  PIC X(09) VALUE ' DORMANT='.
016800     05  UG-TL-DORMANT           PIC 9(05).
016900     05  FILLER                  PIC X(14)
017000         VALUE ' UNREGISTERED='.
017100     05  UG-TL-UNREG             PIC 9(05).
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     IF UG-CARD-GOOD
017600         PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
017700             UNTIL UG-ARCH-EOF
017800         PERFORM 3000-PRINT-DORMANT THRU 3000-EXIT
017900         PERFORM 4000-PRINT-UNREGISTERED THRU 4000-EXIT
018000         PERFORM 5000-PRINT-VOLUME THRU 5000-EXIT
018100     END-IF.
018200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018300     GOBACK.
018400 0000-EXIT.
018500     EXIT.
018600******************************************************************
018700* 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, LOAD THE     *
018800*                   CURRENT-VERSION TABLE AND THE WHOLE LINK     *
018900*                   REGISTRY, OPEN THE FILES, AND WRITE THE      *
019000*                   HEADING.  A BAD CARD STOPS THE RUN WITH RC=8.*
019100******************************************************************
019200 1000-INITIALIZE.
019300     COPY CMNVERI.
019400     OPEN INPUT CARD-FILE.
019500     READ CARD-FILE
019600         AT END
019700             SET UG-CARD-EOF TO TRUE
019800         NOT AT END
019900             MOVE UG-CARD-PGM       TO UG-SEL-PGM
020000             MOVE UG-CARD-FROM-DATE TO UG-SEL-FROM-DATE
020100             MOVE UG-CARD-TO-DATE   TO UG-SEL-TO-DATE
020200     END-READ.
020300     CLOSE CARD-FILE.
020400     OPEN OUTPUT REPORT-FILE.
020500     MOVE 'COMMON ROUTINE CONSUMER USAGE' TO UG-REPORT-LINE.
020600     WRITE UG-REPORT-LINE.
020700     IF UG-CARD-EOF
020800         MOVE 'NO CONTROL CARD SUPPLIED - RUN STOPPED'
020900             TO UG-REPORT-LINE
021000         WRITE UG-REPORT-LINE
021100         MOVE 8 TO RETURN-CODE
021200         GO TO 1000-EXIT
021300     END-IF.
021400     IF UG-SEL-FROM-DATE NOT NUMERIC
021500        OR UG-SEL-TO-DATE NOT NUMERIC
021600        OR UG-SEL-FROM-DATE > UG-SEL-TO-DATE
021700         MOVE 'CONTROL CARD INVALID - RUN STOPPED'
021800             TO UG-REPORT-LINE
021900         WRITE UG-REPORT-LINE
022000         MOVE 8 TO RETURN-CODE
022100         GO TO 1000-EXIT
022200     END-IF.
022300     SET UG-CARD-GOOD TO TRUE.
022400     IF UG-SEL-PGM = SPACES
022500         MOVE '(ALL)' TO UG-HD-PGM
022600     ELSE
022700         MOVE UG-SEL-PGM TO UG-HD-PGM
022800     END-IF.
022900     MOVE UG-SEL-FROM-DATE TO UG-HD-FROM.
023000     MOVE UG-SEL-TO-DATE   TO UG-HD-TO.
023100     MOVE UG-HEADER-LINE TO UG-REPORT-LINE.
023200     WRITE UG-REPORT-LINE.
023300     MOVE 0 TO CMN-LMR-COUNT.
023400     MOVE ZERO TO UG-REG-CALL-TABLE.
023500     OPEN INPUT LMREG-FILE.
023600     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT
023700         UNTIL UG-LMREG-EOF.
023800     CLOSE LMREG-FILE.
023900     OPEN INPUT ARCHIVE-FILE.
024000 1000-EXIT.
024100     EXIT.
024200******************************************************************
024300* 1100-LOAD-REGISTRY - READ ONE CLEAN REGISTRY RECORD INTO THE   *
024400*                      NEXT FREE SLOT OF CMN-LMREG-TABLE.        *
024500******************************************************************
024600 1100-LOAD-REGISTRY.
024700     READ LMREG-FILE
024800         AT END
024900             SET UG-LMREG-EOF TO TRUE
025000         NOT AT END
025100             IF CMN-LMR-COUNT >= 50
025200                 PERFORM 8000-LOG-OVERFLOW THRU 8000-EXIT
025300             ELSE
025400                 ADD 1 TO CMN-LMR-COUNT
025500                 SET CMN-LMR-IDX TO CMN-LMR-COUNT
025600                 MOVE CMN-LMREG-CONSUMER-PGM
025700                     TO CMN-LMR-CONSUMER-PGM(CMN-LMR-IDX)
025800                 MOVE CMN-LMREG-COMMON-PGM
025900                     TO CMN-LMR-COMMON-PGM(CMN-LMR-IDX)
026000                 MOVE CMN-LMREG-LINKED-VERSION
026100                     TO CMN-LMR-LINKED-VERSION(CMN-LMR-IDX)
026200                 MOVE CMN-LMREG-LINKED-DATE
026300                     TO CMN-LMR-LINKED-DATE(CMN-LMR-IDX)
026400             END-IF
026500     END-READ.
026600 1100-EXIT.
026700     EXIT.
026800******************************************************************
026900* 2000-SCAN-ARCHIVE - READ ONE ARCHIVED AUDIT RECORD AND, IF IT  *
027000*                     FALLS IN THE RANGE (AND IS FOR THE CHOSEN  *
027100*                     ROUTINE), CHARGE THE CALL TO ITS REGISTRY  *
027200*                     ENTRY OR TO AN UNREGISTERED PAIR.          *
027300******************************************************************
027400 2000-SCAN-ARCHIVE.
027500     READ ARCHIVE-FILE
027600         AT END
027700             SET UG-ARCH-EOF TO TRUE
027800             GO TO 2000-EXIT
027900     END-READ.
028000     ADD 1 TO UG-READ-COUNT.
028100     MOVE ARCHIVE-FILE-REC TO CMN-AUDIT-RECORD.
028200     MOVE CMN-AUDIT-TIMESTAMP TO UG-TS-SPLIT.
028300     IF UG-TS-DATE < UG-SEL-FROM-DATE
028400        OR UG-TS-DATE > UG-SEL-TO-DATE
028500        OR CMN-AUDIT-CALLING-PGM = SPACES
028600         GO TO 2000-EXIT
028700     END-IF.
028800     IF UG-SEL-PGM NOT = SPACES
028900        AND CMN-AUDIT-PGM-NAME NOT = UG-SEL-PGM
029000         GO TO 2000-EXIT
029100     END-IF.
029200     ADD 1 TO UG-SELECTED-COUNT.
029300     MOVE 'N' TO UG-LINK-FOUND-SW.
029400     MOVE 'N' TO UG-CONSUMER-KNOWN-SW.
029500     PERFORM 2100-MATCH-ONE-LINK THRU 2100-EXIT
029600         VARYING CMN-LMR-IDX FROM 1 BY 1
029700         UNTIL CMN-LMR-IDX > CMN-LMR-COUNT
029800            OR UG-LINK-FOUND.
029900     IF NOT UG-LINK-FOUND
030000         PERFORM 2200-CHARGE-UNREGISTERED THRU 2200-EXIT
030100     END-IF.
030200 2000-EXIT.
030300     EXIT.
030400******************************************************************
030500* 2100-MATCH-ONE-LINK - CHARGE THE CALL TO THE REGISTRY ENTRY AT *
030600*                       CMN-LMR-IDX IF IT IS THIS CALLER AND     *
030700*                       ROUTINE, AND NOTE WHETHER THE CALLER IS  *
030800*                       A REGISTERED CONSUMER AT ALL.            *
030900******************************************************************
031000 2100-MATCH-ONE-LINK.
031100     IF CMN-LMR-CONSUMER-PGM(CMN-LMR-IDX) = CMN-AUDIT-CALLING-PGM
031200         SET UG-CONSUMER-KNOWN TO TRUE
031300         IF CMN-LMR-COMMON-PGM(CMN-LMR-IDX) = CMN-AUDIT-PGM-NAME
031400             SET UG-LINK-FOUND TO TRUE
031500             SET UG-HIT-SUB TO CMN-LMR-IDX
031600             ADD 1 TO UG-REG-CALLS(UG-HIT-SUB)
031700         END-IF
031800     END-IF.
031900 2100-EXIT.
032000     EXIT.
032100******************************************************************
032200* 2200-CHARGE-UNREGISTERED - ADD THE CALL TO ITS UNREGISTERED    *
032300*                            CALLER/ROUTINE PAIR, OPENING A NEW  *
032400*                            PAIR THE FIRST TIME IT IS SEEN.     *
032500******************************************************************
032600 2200-CHARGE-UNREGISTERED.
032700     MOVE 'N' TO UG-UNREG-FOUND-SW.
032800     PERFORM 2210-MATCH-ONE-UNREG THRU 2210-EXIT
032900         VARYING UG-UNR-SUB FROM 1 BY 1
033000         UNTIL UG-UNR-SUB > UG-UNREG-COUNT
033100            OR UG-UNREG-FOUND.
033200     IF UG-UNREG-FOUND
033300         GO TO 2200-EXIT
033400     END-IF.
033500     IF UG-UNREG-COUNT >= 100
033600         PERFORM 8000-LOG-OVERFLOW THRU 8000-EXIT
033700         GO TO 2200-EXIT
033800     END-IF.
033900     ADD 1 TO UG-UNREG-COUNT.
034000     MOVE CMN-AUDIT-CALLING-PGM
034100         TO UG-UNR-CONSUMER-PGM(UG-UNREG-COUNT).
034200     MOVE CMN-AUDIT-PGM-NAME
034300         TO UG-UNR-COMMON-PGM(UG-UNREG-COUNT).
034400     MOVE 1 TO UG-UNR-CALLS(UG-UNREG-COUNT).
034500     MOVE UG-CONSUMER-KNOWN-SW
034600         TO UG-UNR-KNOWN-SW(UG-UNREG-COUNT).
034700 2200-EXIT.
034800     EXIT.
034900******************************************************************
035000* 2210-MATCH-ONE-UNREG - ADD THE CALL TO THE PAIR AT UG-UNR-SUB  *
035100*                        IF IT IS THIS CALLER AND ROUTINE.       *
035200******************************************************************
035300 2210-MATCH-ONE-UNREG.
035400     IF UG-UNR-CONSUMER-PGM(UG-UNR-SUB) = CMN-AUDIT-CALLING-PGM
035500        AND UG-UNR-COMMON-PGM(UG-UNR-SUB) = CMN-AUDIT-PGM-NAME
035600         SET UG-UNREG-FOUND TO TRUE
035700         ADD 1 TO UG-UNR-CALLS(UG-UNR-SUB)
035800     END-IF.
035900 2210-EXIT.
036000     EXIT.
036100******************************************************************
036200* 3000-PRINT-DORMANT - SECTION 1 - EVERY REGISTRY ENTRY WITH NO  *
036300*                      CALLS IN THE RANGE.                       *
036400******************************************************************
036500 3000-PRINT-DORMANT.
036600     MOVE SPACES TO UG-REPORT-LINE.
036700     WRITE UG-REPORT-LINE.
036800     MOVE 'DORMANT LINKS - REGISTERED, NO CALLS IN RANGE'
036900         TO UG-REPORT-LINE.
037000     WRITE UG-REPORT-LINE.
037100     PERFORM 3100-PRINT-ONE-DORMANT THRU 3100-EXIT
037200         VARYING CMN-LMR-IDX FROM 1 BY 1
037300         UNTIL CMN-LMR-IDX > CMN-LMR-COUNT.
037400     IF UG-DORMANT-COUNT = 0
037500         MOVE ' (NONE)' TO UG-REPORT-LINE
037600         WRITE UG-REPORT-LINE
037700     END-IF.
037800 3000-EXIT.
037900     EXIT.
038000******************************************************************
038100* 3100-PRINT-ONE-DORMANT - LIST THE REGISTRY ENTRY AT            *
038200*                          CMN-LMR-IDX IF IT HAD NO CALLS.  WITH *
038300*                          A ROUTINE ON THE CARD, ONLY THAT      *
038400*                          ROUTINE'S LINKS ARE CONSIDERED.       *
038500******************************************************************
038600 3100-PRINT-ONE-DORMANT.
038700     IF UG-SEL-PGM NOT = SPACES
038800        AND CMN-LMR-COMMON-PGM(CMN-LMR-IDX) NOT = UG-SEL-PGM
038900         GO TO 3100-EXIT
039000     END-IF.
039100     SET UG-HIT-SUB TO CMN-LMR-IDX.
039200     IF UG-REG-CALLS(UG-HIT-SUB) > 0
039300         GO TO 3100-EXIT
039400     END-IF.
039500     ADD 1 TO UG-DORMANT-COUNT.
039600     MOVE CMN-LMR-CONSUMER-PGM(CMN-LMR-IDX)   TO UG-DL-CONSUMER.
039700     MOVE CMN-LMR-COMMON-PGM(CMN-LMR-IDX)     TO UG-DL-ROUTINE.
039800     MOVE CMN-LMR-LINKED-VERSION(CMN-LMR-IDX) TO UG-DL-VERSION.
039900     MOVE CMN-LMR-LINKED-DATE(CMN-LMR-IDX)    TO UG-DL-DATE.
040000     MOVE UG-DORMANT-LINE TO UG-REPORT-LINE.
040100     WRITE UG-REPORT-LINE.
040200 3100-EXIT.
040300     EXIT.
040400******************************************************************
040500* 4000-PRINT-UNREGISTERED - SECTION 2 - EVERY CALLER/ROUTINE     *
040600*                           PAIR IN THE AUDIT TRAIL WITH NO      *
040700*                           REGISTRY ENTRY.                      *
040800******************************************************************
040900 4000-PRINT-UNREGISTERED.
041000     MOVE SPACES TO UG-REPORT-LINE.
041100     WRITE UG-REPORT-LINE.
041200     MOVE 'UNREGISTERED CONSUMERS - CALLING, NOT IN REGISTRY'
041300         TO UG-REPORT-LINE.
041400     WRITE UG-REPORT-LINE.
041500     PERFORM 4100-PRINT-ONE-UNREG THRU 4100-EXIT
041600         VARYING UG-UNR-SUB FROM 1 BY 1
041700         UNTIL UG-UNR-SUB > UG-UNREG-COUNT.
041800     IF UG-UNREG-COUNT = 0
041900         MOVE ' (NONE)' TO UG-REPORT-LINE
042000         WRITE UG-REPORT-LINE
042100     END-IF.
042200 4000-EXIT.
042300     EXIT.
042400******************************************************************
042500* 4100-PRINT-ONE-UNREG - ONE UNREGISTERED PAIR AT UG-UNR-SUB.    *
042600******************************************************************
042700 4100-PRINT-ONE-UNREG.
042800     MOVE UG-UNR-CONSUMER-PGM(UG-UNR-SUB) TO UG-UL-CONSUMER.
042900     MOVE UG-UNR-COMMON-PGM(UG-UNR-SUB)   TO UG-UL-ROUTINE.
043000     MOVE UG-UNR-CALLS(UG-UNR-SUB)        TO UG-UL-CALLS.
043100     IF UG-UNR-KNOWN(UG-UNR-SUB)
043200         MOVE 'NOT LINKED FOR THIS ROUTINE' TO UG-UL-NOTE
043300     ELSE
043400         MOVE 'CONSUMER NOT IN REGISTRY' TO UG-UL-NOTE
043500     END-IF.
043600     MOVE UG-UNREG-LINE TO UG-REPORT-LINE.
043700     WRITE UG-REPORT-LINE.
043800 4100-EXIT.
043900     EXIT.
044000******************************************************************
044100* 5000-PRINT-VOLUME - SECTION 3 - FOR EACH ROUTINE IN THE        *
044200*                     CURRENT-VERSION TABLE, ITS CALL VOLUME PER *
044300*                     CONSUMER BESIDE THE LINKED VERSION.        *
044400******************************************************************
044500 5000-PRINT-VOLUME.
044600     MOVE SPACES TO UG-REPORT-LINE.
044700     WRITE UG-REPORT-LINE.
044800     MOVE 'CALL VOLUME BY ROUTINE AND CONSUMER' TO UG-REPORT-LINE.
044900     WRITE UG-REPORT-LINE.
045000     PERFORM 5100-PRINT-ONE-ROUTINE THRU 5100-EXIT
045100         VARYING CMN-VER-IDX FROM 1 BY 1
045200         UNTIL CMN-VER-IDX > CMN-VERSION-COUNT.
045300 5000-EXIT.
045400     EXIT.
045500******************************************************************
045600* 5100-PRINT-ONE-ROUTINE - HEADING FOR THE ROUTINE AT            *
045700*                          CMN-VER-IDX, THEN ITS REGISTERED      *
045800*                          CONSUMERS, THEN ITS UNREGISTERED      *
045900*                          CALLERS.                              *
046000******************************************************************
046100 5100-PRINT-ONE-ROUTINE.
046200     IF UG-SEL-PGM NOT = SPACES
046300        AND CMN-VER-PGM-NAME(CMN-VER-IDX) NOT = UG-SEL-PGM
046400         GO TO 5100-EXIT
046500     END-IF.
046600     MOVE CMN-VER-PGM-NAME(CMN-VER-IDX) TO UG-RL-ROUTINE.
046700     MOVE CMN-VER-NUMBER(CMN-VER-IDX)   TO UG-RL-VERSION.
046800     MOVE UG-ROUTINE-LINE TO UG-REPORT-LINE.
046900     WRITE UG-REPORT-LINE.
047000     MOVE 'N' TO UG-LINE-FOUND-SW.
047100     PERFORM 5200-PRINT-ONE-LINKED THRU 5200-EXIT
047200         VARYING CMN-LMR-IDX FROM 1 BY 1
047300         UNTIL CMN-LMR-IDX > CMN-LMR-COUNT.
047400     PERFORM 5300-PRINT-ONE-CALLER THRU 5300-EXIT
047500         VARYING UG-UNR-SUB FROM 1 BY 1
047600         UNTIL UG-UNR-SUB > UG-UNREG-COUNT.
047700     IF NOT UG-LINE-FOUND
047800         MOVE '    (NO CONSUMERS)' TO UG-REPORT-LINE
047900         WRITE UG-REPORT-LINE
048000     END-IF.
048100 5100-EXIT.
048200     EXIT.
048300******************************************************************
048400* 5200-PRINT-ONE-LINKED - IF THE REGISTRY ENTRY AT CMN-LMR-IDX   *
048500*                         IS FOR THE ROUTINE BEING PRINTED, ITS  *
048600*                         CALLS AND LINKED VERSION.              *
048700******************************************************************
048800 5200-PRINT-ONE-LINKED.
048900     IF CMN-LMR-COMMON-PGM(CMN-LMR-IDX) NOT =
049000             CMN-VER-PGM-NAME(CMN-VER-IDX)
049100         GO TO 5200-EXIT
049200     END-IF.
049300     SET UG-LINE-FOUND TO TRUE.
049400     SET UG-HIT-SUB TO CMN-LMR-IDX.
049500     MOVE CMN-LMR-CONSUMER-PGM(CMN-LMR-IDX)   TO UG-VL-CONSUMER.
049600     MOVE UG-REG-CALLS(UG-HIT-SUB)            TO UG-VL-CALLS.
049700     MOVE CMN-LMR-LINKED-VERSION(CMN-LMR-IDX) TO UG-VL-VERSION.
049800     IF CMN-LMR-LINKED-VERSION(CMN-LMR-IDX) =
049900             CMN-VER-NUMBER(CMN-VER-IDX)
050000         MOVE 'CURRENT' TO UG-VL-STATUS
050100     ELSE
050200         MOVE 'STALE' TO UG-VL-STATUS
050300     END-IF.
050400     MOVE UG-VOLUME-LINE TO UG-REPORT-LINE.
050500     WRITE UG-REPORT-LINE.
050600 5200-EXIT.
050700     EXIT.
050800******************************************************************
050900* 5300-PRINT-ONE-CALLER - IF THE UNREGISTERED PAIR AT UG-UNR-SUB *
051000*                         IS FOR THE ROUTINE BEING PRINTED, ITS  *
051100*                         CALLS, WITH NO LINKED VERSION TO SHOW. *
051200******************************************************************
051300 5300-PRINT-ONE-CALLER.
051400     IF UG-UNR-COMMON-PGM(UG-UNR-SUB) NOT =
051500             CMN-VER-PGM-NAME(CMN-VER-IDX)
051600         GO TO 5300-EXIT
051700     END-IF.
051800     SET UG-LINE-FOUND TO TRUE.
051900     MOVE UG-UNR-CONSUMER-PGM(UG-UNR-SUB) TO UG-VL-CONSUMER.
052000     MOVE UG-UNR-CALLS(UG-UNR-SUB)        TO UG-VL-CALLS.
052100     MOVE 'NONE' TO UG-VL-VERSION.
052200     MOVE 'UNREGISTERED' TO UG-VL-STATUS.
052300     MOVE UG-VOLUME-LINE TO UG-REPORT-LINE.
052400     WRITE UG-REPORT-LINE.
052500 5300-EXIT.
052600     EXIT.
052700******************************************************************
052800* 8000-LOG-OVERFLOW - THE REGISTRY OR THE UNREGISTERED-PAIR      *
052900*                     TABLE IS FULL - WARN ONCE; THE REPORT IS   *
053000*                     INCOMPLETE AND THE RUN ENDS RC=4.          *
053100******************************************************************
053200 8000-LOG-OVERFLOW.
053300     IF NOT UG-OVERFLOW
053400         DISPLAY 'CMNUSAG - A TABLE FILLED UP - USAGE REPORT'
053500             ' INCOMPLETE'
053600         SET UG-OVERFLOW TO TRUE
053700         MOVE 4 TO RETURN-CODE
053800     END-IF.
053900 8000-EXIT.
054000     EXIT.
054100******************************************************************
054200* 9000-TERMINATE - WRITE THE SCAN TOTALS AND CLOSE EVERYTHING.   *
054300******************************************************************
054400 9000-TERMINATE.
054500     IF UG-CARD-GOOD
054600         MOVE SPACES TO UG-REPORT-LINE
054700         WRITE UG-REPORT-LINE
054800         MOVE UG-READ-COUNT     TO UG-TL-READ
054900         MOVE UG-SELECTED-COUNT TO UG-TL-SELECTED
055000         MOVE UG-DORMANT-COUNT  TO UG-TL-DORMANT
055100         MOVE UG-UNREG-COUNT    TO UG-TL-UNREG
055200         MOVE UG-TOTAL-LINE TO UG-REPORT-LINE
055300         WRITE UG-REPORT-LINE
055400         IF UG-OVERFLOW
055500             MOVE 'A TABLE FILLED UP - REPORT INCOMPLETE'
055600                 TO UG-REPORT-LINE
055700             WRITE UG-REPORT-LINE
055800         END-IF
055900         CLOSE ARCHIVE-FILE
056000     END-IF.
056100     CLOSE REPORT-FILE.
056200 9000-EXIT.
056300     EXIT.

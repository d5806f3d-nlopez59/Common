002300*                                CALENDAR FROM THE HOLIDAY        *
002310*                                MASTER FILE (DD HOLFILE) ARE     *
002320*                                NON-BUSINESS DAYS.               *
002321*        CMN-FN-BUS-DAYS-BTWN - CMN-DATE-INPUT AND               *
002322*                                CMN-DATE-END-INPUT IN,          *
002323*                                CMN-DATE-BUS-DAYS-OUT OUT - THE *
002324*                                BUSINESS DAYS AFTER THE START   *
002325*                                DATE UP TO AND INCLUDING THE END*
002326*                                DATE (NEGATIVE IF THE END IS    *
002327*                                EARLIER) - THE NUM-DAYS AN ADDB *
002328*                                CALL WOULD NEED TO GET FROM ONE *
002329*                                TO THE OTHER.  DATES MORE THAN  *
002330*                                99999 DAYS APART GET            *
002331*                                CMN-RSN-DATE-ERROR.             *
002332*        CMN-FN-JOINT-SETTLE  - CMN-DATE-INPUT AND               *
002333*                                CMN-DATE-NUM-DAYS IN,           *
002334*                                CMN-DATE-OUTPUT OUT.  STEPS LIKE*
002335*                                ADDB, BUT ONLY DAYS OPEN ON BOTH*
002336*                                CMN-DATE-CAL-ID AND             *
002337*                                CMN-DATE-CAL-ID-2 ARE COUNTED.  *
002338*                                NUM-DAYS OF ZERO ANSWERS THE    *
002339*                                INPUT DATE IF IT IS OPEN ON     *
002340*                                BOTH, ELSE THE NEXT DAY THAT IS.*
002341*        CMN-FN-PERIOD-BOUNDS - CMN-DATE-INPUT IN,               *
002342*                                CMN-FISCAL-YEAR/CMN-FISCAL-     *
002343*                                PERIOD OUT AS FOR FPER, PLUS THE*
002344*                                FIRST AND LAST BUSINESS DAYS OF *
002345*                                THAT FISCAL PERIOD ON           *
002346*                                CMN-DATE-CAL-ID IN              *
002347*                                CMN-DATE-OUTPUT AND             *
002348*                                CMN-DATE-OUTPUT-2.  A PERIOD    *
002349*                                WITH NO BUSINESS DAY ON THE     *
002350*                                CALENDAR GETS CMN-RSN-NOT-FOUND.*
002351*                                                                *
002352*    THE BUSINESS-DAY FUNCTIONS TAKE CMN-DATE-CAL-ID - WHICH     *
002353*    NAMED CALENDAR ('SHOP', 'BANK', 'EXCH', ...) THE QUESTION   *
002360*    IS ABOUT.  SPACES MEANS THE SHOP CALENDAR, SO EVERY         *
002370*    CALLER COMPILED BEFORE THE FIELD EXISTED KEEPS ITS OLD      *
002380*    ANSWER.                                                     *
002891*                     THE BUSINESS-DAY FUNCTIONS NOW NAME WHICH  *
002892*                     HOLIDAY CALENDAR THEY MEAN.  SPACES MEANS  *
002893*                     THE SHOP CALENDAR.                         *
002894*    2026-10-15 RH    ADDED CMN-FN-BUS-DAYS-BTWN, CMN-FN-JOINT-  *
002895*                     SETTLE AND CMN-FN-PERIOD-BOUNDS, WITH      *
002896*                     CMN-DATE-END-INPUT, CMN-DATE-CAL-ID-2,     *
002897*                     CMN-DATE-BUS-DAYS-OUT AND                  *
002898*                     CMN-DATE-OUTPUT-2 APPENDED AT THE END OF   *
002899*                     THE RECORD.                                *
002900******************************************************************
003000    05  CMN-DATE-FUNCTION           PIC X(04).
003100        88  CMN-FN-FISCAL-PERIOD    VALUE 'FPER'.
003200        88  CMN-FN-ADD-BUS-DAYS     VALUE 'ADDB'.
003300        88  CMN-FN-IS-BUS-DAY       VALUE 'ISBD'.
003310        88  CMN-FN-VERSION          VALUE 'VERS'.
003330        88  CMN-FN-BUS-DAYS-BTWN    VALUE 'BDBT'.
003350        88  CMN-FN-JOINT-SETTLE     VALUE 'JSET'.
003370        88  CMN-FN-PERIOD-BOUNDS    VALUE 'PBND'.
003400    05  CMN-DATE-CALLING-PGM        PIC X(08).
003500    05  CMN-DATE-INPUT              PIC 9(08).
003600    05  CMN-DATE-NUM-DAYS           PIC S9(05) COMP-3.
004300    05  CMN-DATE-PGM-NAME-OUT       PIC X(08).
004400    05  CMN-DATE-VERSION-OUT        PIC X(06).
004500    05  CMN-DATE-CAL-ID             PIC X(04).
004600    05  CMN-DATE-END-INPUT          PIC 9(08).
004700    05  CMN-DATE-CAL-ID-2           PIC X(04).
004800    05  CMN-DATE-BUS-DAYS-OUT       PIC S9(05) COMP-3.
004900    05  CMN-DATE-OUTPUT-2           PIC 9(08).

001730*      STEPNNNN - EXPECTED ELAPSED SECONDS FOR THE DATBATC STEP  *
001740*                 OF THAT NAME, IN THE FIRST SEVEN VALUE BYTES   *
001750*                 (CMNSLAM - ABSENT KEYS FALL BACK TO HISTORY)   *
001760*      ALRTESCM - ALERT ESCALATION THRESHOLD, WHOLE MINUTES IN   *
001770*                 THE FIRST SEVEN VALUE BYTES (CMNAESC)          *
001780*      FYCLLEAD - DAYS BEFORE A NEW FISCAL YEAR BY WHICH CMNFYCL *
001790*                 MUST HAVE GENERATED IT, FIRST SEVEN VALUE      *
001791*                 BYTES (CMNPFLT, DEFAULT 30)                    *
001792*      RBASWNDW - BASELINE WINDOW IN DAYS, FIRST SEVEN VALUE     *
001793*                 BYTES (CMNRBAS, DEFAULT 90)                    *
001794*      RUNSRETN - RUNSTATS RETENTION IN DAYS, FIRST SEVEN VALUE  *
001795*                 BYTES (CMNRBAS, DEFAULT 400 - KEEP IT ABOVE    *
001796*                 RBASWNDW AND THE CMNAVER MANIFEST SPAN)        *
001797*      RBASBAND - ANOMALY BAND IN STANDARD DEVIATIONS, FIRST     *
001798*                 SEVEN VALUE BYTES (CMNRANM, DEFAULT 3)         *
001800*    CMNPLST PRINTS THE EFFECTIVE FILE FOR CHANGE CONTROL.       *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002370*                     SEVERAL RECORDS MAY NOW SHARE A KEY -      *
002380*                     CMNPARM SERVES THE LATEST ONE IN EFFECT    *
002390*                     FOR THE RUN DATE.  LRECL GROWS 60 TO 64.   *
002391*    2026-10-15 RH    KEYS ALRTESCM AND FYCLLEAD LISTED.         *
002392*    2026-10-15 RH    KEYS RBASWNDW, RUNSRETN AND RBASBAND       *
002393*                     LISTED.                                    *
002400******************************************************************
002500    01  CMN-PARM-RECORD.
002600        05  CMN-PARM-KEY            PIC X(08).

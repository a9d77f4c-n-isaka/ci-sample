000100******************************************************************
000110*  BUSDAY
000120*
000130*  CALL AREA FOR THE BUSCALC BUSINESS-DAY SUBPROGRAM.
000140*
000150*  THE CALLER SETS SEQ-BUS-FUNCTION AND SEQ-BUS-DATE (AND
000160*  SEQ-BUS-DAYS FOR FUNCTION "B"), CALLS BUSCALC, AND READS
000170*  BACK THE RESULT DATE.  THE DAY FLAG, WEEKDAY AND CALENDAR
000180*  DESCRIPTION ALWAYS DESCRIBE THE RESULT DATE.
000190*
000200*    C  CHECK    RESULT = SEQ-BUS-DATE ITSELF; USE THE DAY
000210*                FLAG TO SEE WHETHER IT IS A BUSINESS DAY
000220*    N  NEXT     FIRST BUSINESS DAY AFTER SEQ-BUS-DATE
000230*    P  PRIOR    LAST BUSINESS DAY BEFORE SEQ-BUS-DATE
000240*    L  LAST     LAST BUSINESS DAY OF SEQ-BUS-DATE'S MONTH
000250*    B  BACK     SEQ-BUS-DAYS BUSINESS DAYS BEFORE SEQ-BUS-DATE
000260*                (ZERO DAYS RETURNS SEQ-BUS-DATE ITSELF)
000270*
000280*  RETURN CODES (SEQ-BUS-RETURN-CODE)
000290*    00  RESULT SET FROM THE BUSCAL CALENDAR
000300*    04  RESULT SET, BUT BUSCAL IS NOT ON CATALOG -- WEEKENDS
000310*        ARE THE ONLY NON-BUSINESS DAYS
000320*    08  SEQ-BUS-DATE IS NOT A REAL DATE, OR THE FUNCTION CODE
000330*        IS NOT RECOGNIZED -- NO RESULT
000340*    12  BUSCAL COULD NOT BE LOADED, OR NO BUSINESS DAY WAS
000350*        FOUND WITHIN A YEAR -- NO RESULT
000360*
000370*  MODIFICATION HISTORY
000380*  2026-10-15 TSH  INITIAL VERSION.
000390******************************************************************
000400 01  SEQ-BUS-AREA.
000410     03  SEQ-BUS-FUNCTION        PIC  X(01).
000420         88  SEQ-BUS-CHECK           VALUE "C".
000430         88  SEQ-BUS-NEXT            VALUE "N".
000440         88  SEQ-BUS-PRIOR           VALUE "P".
000450         88  SEQ-BUS-LAST            VALUE "L".
000460         88  SEQ-BUS-BACK            VALUE "B".
000470     03  SEQ-BUS-DATE            PIC  9(08).
000480     03  SEQ-BUS-DAYS            PIC  9(03).
000490     03  SEQ-BUS-RESULT-DATE     PIC  9(08).
000500     03  SEQ-BUS-DAY-FLAG        PIC  X(01).
000510         88  SEQ-BUS-BUSINESS-DAY    VALUE "Y".
000520     03  SEQ-BUS-WEEKDAY         PIC  9(01).
000530     03  SEQ-BUS-DAY-NAME        PIC  X(09).
000540     03  SEQ-BUS-DESC            PIC  X(30).
000550     03  SEQ-BUS-RETURN-CODE     PIC  9(02).
000560         88  SEQ-BUS-RESULT-OK       VALUE 00 04.
000570         88  SEQ-BUS-NO-CALENDAR     VALUE 04.

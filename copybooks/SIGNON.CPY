000100******************************************************************
000110*  SIGNON
000120*
000130*  CALL AREA FOR THE OPERSGN OPERATOR SIGN-ON SUBPROGRAM.
000140*
000150*  THE CALLER SETS SEQ-SGN-FUNCTION AND SEQ-SGN-PGM (ITS OWN
000160*  PROGRAM NAME) ON EVERY CALL, PLUS:
000170*
000180*    S  SIGN ON    SEQ-SGN-REQ-LEVEL = LEVEL THE PROGRAM NEEDS.
000190*                  OPERSGN PROMPTS FOR THE OPERATOR ID AND
000200*                  PASSWORD (THREE ATTEMPTS) AND CHECKS THEM
000210*                  AGAINST OPERSEC.
000220*    A  AUTHORIZE  SEQ-SGN-REQ-LEVEL AND SEQ-SGN-ACTION -- MAY THE
000230*                  SIGNED-ON OPERATOR TAKE THIS ACTION?  A
000240*                  REFUSAL IS LOGGED AND SHOWN ON THE CONSOLE.
000250*    L  LOG        SEQ-SGN-ACTION -- THE ACTION JUST TAKEN.
000260*    E  SIGN OFF   END OF THE SESSION.
000270*    H  HASH       SEQ-SGN-OPER-ID AND SEQ-SGN-PASSWORD IN,
000280*                  SEQ-SGN-HASH OUT (OPERMNT SETTING A PASSWORD).
000290*
000300*  SEQ-SGN-OPER-ID AND SEQ-SGN-LEVEL COME BACK DESCRIBING THE
000310*  SIGNED-ON OPERATOR ON EVERY CALL BUT "H".  EVERY EVENT IS
000320*  WRITTEN TO THE OPERLOG ACCESS LOG (ACCLOG COPYBOOK).
000330*
000340*  RETURN CODES (SEQ-SGN-RETURN-CODE)
000350*    00  SIGNED ON / AUTHORIZED / LOGGED / HASHED
000360*    08  REFUSED -- SIGN-ON FAILED THREE TIMES, OR THE ID IS
000370*        DISABLED OR LOCKED, OR THE LEVEL IS TOO LOW, OR NO
000380*        OPERATOR IS SIGNED ON
000390*    12  OPERSEC COULD NOT BE READ OR UPDATED, OR THE FUNCTION
000400*        CODE IS NOT RECOGNIZED
000410*
000420*  MODIFICATION HISTORY
000430*  2026-10-15 TSH  INITIAL VERSION.
000440******************************************************************
000450 01  SEQ-SGN-AREA.
000460     03  SEQ-SGN-FUNCTION        PIC  X(01).
000470         88  SEQ-SGN-SIGN-ON         VALUE "S".
000480         88  SEQ-SGN-AUTHORIZE       VALUE "A".
000490         88  SEQ-SGN-LOG             VALUE "L".
000500         88  SEQ-SGN-SIGN-OFF        VALUE "E".
000510         88  SEQ-SGN-HASH-PW         VALUE "H".
000520     03  SEQ-SGN-PGM             PIC  X(08).
000530     03  SEQ-SGN-REQ-LEVEL       PIC  9(01).
000540         88  SEQ-SGN-NEED-INQUIRY    VALUE 1.
000550         88  SEQ-SGN-NEED-OPERATIONS VALUE 2.
000560         88  SEQ-SGN-NEED-MAINTENANCE VALUE 3.
000570     03  SEQ-SGN-ACTION          PIC  X(40).
000580     03  SEQ-SGN-OPER-ID         PIC  X(08).
000590     03  SEQ-SGN-LEVEL           PIC  9(01).
000600     03  SEQ-SGN-PASSWORD        PIC  X(16).
000610     03  SEQ-SGN-HASH            PIC  9(12).
000620     03  SEQ-SGN-RETURN-CODE     PIC  9(02).
000630         88  SEQ-SGN-OK              VALUE 00.
000640         88  SEQ-SGN-REFUSED         VALUE 08.

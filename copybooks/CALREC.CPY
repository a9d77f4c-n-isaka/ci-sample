000100******************************************************************
000110*  CALREC
000120*
000130*  SHARED RECORD LAYOUT FOR THE BUSCAL BUSINESS-DAY CALENDAR.
000140*
000150*  MONDAY TO FRIDAY ARE BUSINESS DAYS AND SATURDAY AND SUNDAY
000160*  ARE NOT, UNLESS BUSCAL SAYS OTHERWISE.  ONE RECORD PER
000170*  EXCEPTION DATE, ASCENDING BY DATE:  TYPE "H" MARKS A BANK
000180*  HOLIDAY ON A WEEKDAY, TYPE "W" MARKS A WEEKEND DAY THE BANK
000190*  IS OPEN.  THE FILE IS MAINTAINED ONLY THROUGH CALMAINT AND
000200*  READ ONLY THROUGH THE BUSCALC SUBPROGRAM (BUSDAY COPYBOOK).
000210*
000220*  BUSCAL RECORD:  DATE 9(08), ONE BLANK, TYPE X(01), ONE
000230*  BLANK, DESCRIPTION X(30).
000240*
000250*  MODIFICATION HISTORY
000260*  2026-10-15 TSH  INITIAL VERSION.
000270******************************************************************
000280 01  SEQ-CAL-REC.
000290     03  SEQ-CAL-DATE            PIC  9(08).
000300     03  FILLER                  PIC  X(01).
000310     03  SEQ-CAL-TYPE            PIC  X(01).
000320         88  SEQ-CAL-HOLIDAY         VALUE "H".
000330         88  SEQ-CAL-WORKDAY         VALUE "W".
000340     03  FILLER                  PIC  X(01).
000350     03  SEQ-CAL-DESC            PIC  X(30).

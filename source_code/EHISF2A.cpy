      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    09/02/2026  TN        ORIGINAL SYMBOLIC MAP                 *
      *    10/15/2026  TN        ADDED HOLDI/HOLDO - FLAGS A           *
      *                          REGISTRATION HOLD IN EFFECT ON        *
      *                          HLDFIL, DISPLAY-ONLY.                 *
      *                                                                *
      ******************************************************************
       01  EHIMF2AI.
           02  FILLER REDEFINES LN10F.
               03  LN10A            PIC X.
           02  LN10I               PIC X(55).
           02  HOLDL               COMP PIC S9(4).
           02  HOLDF               PIC X.
           02  FILLER REDEFINES HOLDF.
               03  HOLDA            PIC X.
           02  HOLDI               PIC X(20).
           02  MSGL                COMP PIC S9(4).
           02  MSGF                PIC X.
           02  FILLER REDEFINES MSGF.
           02  FILLER              PIC X(03).
           02  LN10O               PIC X(55).
           02  FILLER              PIC X(03).
           02  HOLDO               PIC X(20).
           02  FILLER              PIC X(03).
           02  MSGO                PIC X(79).

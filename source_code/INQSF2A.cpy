      *                          THE END-OF-TERM STANDING RUN          *
      *                          (UUASTF2A) AND THE TERM IT WAS        *
      *                          ASSIGNED FOR, DISPLAY-ONLY.           *
      *    10/15/2026  TN        ADDED HOLDI/HOLDO - FLAGS A           *
      *                          REGISTRATION HOLD IN EFFECT ON        *
      *                          HLDFIL, DISPLAY-ONLY.                 *
      *                                                                *
      ******************************************************************
       01  INQMF2AI.
           02  FILLER REDEFINES STTRMF.
               03  STTRMA           PIC X.
           02  STTRMI              PIC X(06).
           02  HOLDL               COMP PIC S9(4).
           02  HOLDF               PIC X.
           02  FILLER REDEFINES HOLDF.
               03  HOLDA            PIC X.
           02  HOLDI               PIC X(20).
           02  MSGL                COMP PIC S9(4).
           02  MSGF                PIC X.
           02  FILLER REDEFINES MSGF.
           02  FILLER              PIC X(03).
           02  STTRMO              PIC X(06).
           02  FILLER              PIC X(03).
           02  HOLDO               PIC X(20).
           02  FILLER              PIC X(03).
           02  MSGO                PIC X(79).

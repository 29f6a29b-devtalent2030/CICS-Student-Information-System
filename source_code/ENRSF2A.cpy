      *                          OPERATOR KEYS Y TO ENROLL PAST A      *
      *                          MISSING PREREQUISITE FOR A            *
      *                          REGISTRAR-APPROVED EXCEPTION).        *
      *    10/15/2026  TN        ADDED SOVRI/SOVRO (SCHEDULE OVERRIDE  *
      *                          - AN ADMINISTRATOR-ROLE OPERATOR KEYS *
      *                          Y TO ENROLL PAST A MEETING-TIME       *
      *                          CONFLICT OR THE TERM'S CREDIT-LOAD    *
      *                          CEILING).                             *
      *                                                                *
      ******************************************************************
       01  ENRMF2AI.
           02  FILLER REDEFINES OVRF.
               03  OVRA            PIC X.
           02  OVRI                PIC X(01).
           02  SOVRL               COMP PIC S9(4).
           02  SOVRF               PIC X.
           02  FILLER REDEFINES SOVRF.
               03  SOVRA           PIC X.
           02  SOVRI               PIC X(01).
           02  MSGL                COMP PIC S9(4).
           02  MSGF                PIC X.
           02  FILLER REDEFINES MSGF.
           02  FILLER              PIC X(03).
           02  OVRO                PIC X(01).
           02  FILLER              PIC X(03).
           02  SOVRO               PIC X(01).
           02  FILLER              PIC X(03).
           02  MSGO                PIC X(79).

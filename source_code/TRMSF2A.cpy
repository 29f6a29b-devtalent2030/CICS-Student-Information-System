      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    09/02/2026  TN        ORIGINAL SYMBOLIC MAP                 *
      *    10/15/2026  TN        ADDED MAXCRI/MAXCRO AND PRBCRI/PRBCRO *
      *                          - THE TERM'S CREDIT-LOAD CEILINGS FOR *
      *                          GOOD STANDING AND FOR PROBATION.      *
      *                                                                *
      ******************************************************************
       01  TRMMF2AI.
           02  FILLER REDEFINES STATF.
               03  STATA            PIC X.
           02  STATI               PIC X(01).
           02  MAXCRL              COMP PIC S9(4).
           02  MAXCRF              PIC X.
           02  FILLER REDEFINES MAXCRF.
               03  MAXCRA           PIC X.
           02  MAXCRI              PIC X(03).
           02  PRBCRL              COMP PIC S9(4).
           02  PRBCRF              PIC X.
           02  FILLER REDEFINES PRBCRF.
               03  PRBCRA           PIC X.
           02  PRBCRI              PIC X(03).
           02  MODEL               COMP PIC S9(4).
           02  MODEF               PIC X.
           02  FILLER REDEFINES MODEF.
           02  FILLER              PIC X(03).
           02  STATO               PIC X(01).
           02  FILLER              PIC X(03).
           02  MAXCRO              PIC X(03).
           02  FILLER              PIC X(03).
           02  PRBCRO              PIC X(03).
           02  FILLER              PIC X(03).
           02  MODEO               PIC X(01).
           02  FILLER              PIC X(03).
           02  OLDDTO              PIC 9(08).

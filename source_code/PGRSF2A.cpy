      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......PGRSF2A                                   *
      *    DESCRIPTION.......SYMBOLIC MAP FOR MAPSET PGRSF2A           *
      *                      MAP PGRMF2A - PROGRAM REQUIREMENT         *
      *                      MAINTENANCE (ADD / CHANGE / RETIRE A      *
      *                      REQUIREMENT ON PGRFIL).  CTITL AND CHGBY  *
      *                      ARE PROTECTED, DISPLAY-ONLY.              *
      *    ASSOCIATED PGMS...UUPGRF2A                                  *
      *                                                                *
      *    NOTE - MODEI/MODEO, OLDDTI/OLDDTO AND OLDTMI/OLDTMO ARE     *
      *    NON-DISPLAY (DARK) UNPROTECTED FIELDS.  THEY CARRY THE      *
      *    LOOKUP/ADD/UPDATE PHASE AND THE LAST-CHANGE STAMP THAT WAS  *
      *    ON THE RECORD WHEN IT WAS READ, SO THEY ROUND-TRIP WITH THE *
      *    TERMINAL WITHOUT THE OPERATOR SEEING OR KEYING THEM.        *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    ---------------------------------------------------------- *
      *    DATE        BY        DESCRIPTION                          *
      *    ----------  --------  ------------------------------------ *
      *    10/15/2026  TN        ORIGINAL SYMBOLIC MAP                 *
      *                                                                *
      ******************************************************************
       01  PGRMF2AI.
           02  FILLER              PIC X(12).
           02  PROGL               COMP PIC S9(4).
           02  PROGF               PIC X.
           02  FILLER REDEFINES PROGF.
               03  PROGA            PIC X.
           02  PROGI               PIC X(06).
           02  GRPL                COMP PIC S9(4).
           02  GRPF                PIC X.
           02  FILLER REDEFINES GRPF.
               03  GRPA             PIC X.
           02  GRPI                PIC X(02).
           02  CRSIDL              COMP PIC S9(4).
           02  CRSIDF              PIC X.
           02  FILLER REDEFINES CRSIDF.
               03  CRSIDA           PIC X.
           02  CRSIDI              PIC X(06).
           02  CTITLL              COMP PIC S9(4).
           02  CTITLF              PIC X.
           02  FILLER REDEFINES CTITLF.
               03  CTITLA           PIC X.
           02  CTITLI              PIC X(20).
           02  MINGRL              COMP PIC S9(4).
           02  MINGRF              PIC X.
           02  FILLER REDEFINES MINGRF.
               03  MINGRA           PIC X.
           02  MINGRI              PIC X(02).
           02  MINCRL              COMP PIC S9(4).
           02  MINCRF              PIC X.
           02  FILLER REDEFINES MINCRF.
               03  MINCRA           PIC X.
           02  MINCRI              PIC X(03).
           02  DESCL               COMP PIC S9(4).
           02  DESCF               PIC X.
           02  FILLER REDEFINES DESCF.
               03  DESCA            PIC X.
           02  DESCI               PIC X(20).
           02  STATL               COMP PIC S9(4).
           02  STATF               PIC X.
           02  FILLER REDEFINES STATF.
               03  STATA            PIC X.
           02  STATI               PIC X(01).
           02  CHGBYL              COMP PIC S9(4).
           02  CHGBYF              PIC X.
           02  FILLER REDEFINES CHGBYF.
               03  CHGBYA           PIC X.
           02  CHGBYI              PIC X(08).
           02  MODEL               COMP PIC S9(4).
           02  MODEF               PIC X.
           02  FILLER REDEFINES MODEF.
               03  MODEA            PIC X.
           02  MODEI               PIC X(01).
           02  OLDDTL              COMP PIC S9(4).
           02  OLDDTF              PIC X.
           02  FILLER REDEFINES OLDDTF.
               03  OLDDTA           PIC X.
           02  OLDDTI              PIC 9(08).
           02  OLDTML              COMP PIC S9(4).
           02  OLDTMF              PIC X.
           02  FILLER REDEFINES OLDTMF.
               03  OLDTMA           PIC X.
           02  OLDTMI              PIC 9(06).
           02  MSGL                COMP PIC S9(4).
           02  MSGF                PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA             PIC X.
           02  MSGI                PIC X(79).
      *
       01  PGRMF2AO REDEFINES PGRMF2AI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(03).
           02  PROGO               PIC X(06).
           02  FILLER              PIC X(03).
           02  GRPO                PIC X(02).
           02  FILLER              PIC X(03).
           02  CRSIDO              PIC X(06).
           02  FILLER              PIC X(03).
           02  CTITLO              PIC X(20).
           02  FILLER              PIC X(03).
           02  MINGRO              PIC X(02).
           02  FILLER              PIC X(03).
           02  MINCRO              PIC X(03).
           02  FILLER              PIC X(03).
           02  DESCO               PIC X(20).
           02  FILLER              PIC X(03).
           02  STATO               PIC X(01).
           02  FILLER              PIC X(03).
           02  CHGBYO              PIC X(08).
           02  FILLER              PIC X(03).
           02  MODEO               PIC X(01).
           02  FILLER              PIC X(03).
           02  OLDDTO              PIC 9(08).
           02  FILLER              PIC X(03).
           02  OLDTMO              PIC 9(06).
           02  FILLER              PIC X(03).
           02  MSGO                PIC X(79).

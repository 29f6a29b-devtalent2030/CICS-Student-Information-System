      ******************************************************************
      *                                                                *
      *    COPY MEMBER.......HLDSF2A                                   *
      *    DESCRIPTION.......SYMBOLIC MAP FOR MAPSET HLDSF2A           *
      *                      MAP HLDMF2A - REGISTRATION HOLD           *
      *                      MAINTENANCE (PLACE / CHANGE / RELEASE A   *
      *                      HOLD ON HLDFIL).  SNAME, PLCBY AND RELBY  *
      *                      ARE PROTECTED, DISPLAY-ONLY.              *
      *    ASSOCIATED PGMS...UUHLDF2A                                  *
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
       01  HLDMF2AI.
           02  FILLER              PIC X(12).
           02  STUIDL              COMP PIC S9(4).
           02  STUIDF              PIC X.
           02  FILLER REDEFINES STUIDF.
               03  STUIDA           PIC X.
           02  STUIDI              PIC X(09).
           02  SNAMEL              COMP PIC S9(4).
           02  SNAMEF              PIC X.
           02  FILLER REDEFINES SNAMEF.
               03  SNAMEA           PIC X.
           02  SNAMEI              PIC X(20).
           02  HTYPEL              COMP PIC S9(4).
           02  HTYPEF              PIC X.
           02  FILLER REDEFINES HTYPEF.
               03  HTYPEA           PIC X.
           02  HTYPEI              PIC X(02).
           02  OFFCL               COMP PIC S9(4).
           02  OFFCF               PIC X.
           02  FILLER REDEFINES OFFCF.
               03  OFFCA            PIC X.
           02  OFFCI               PIC X(08).
           02  RSNL                COMP PIC S9(4).
           02  RSNF                PIC X.
           02  FILLER REDEFINES RSNF.
               03  RSNA             PIC X.
           02  RSNI                PIC X(30).
           02  EFFDTL              COMP PIC S9(4).
           02  EFFDTF              PIC X.
           02  FILLER REDEFINES EFFDTF.
               03  EFFDTA           PIC X.
           02  EFFDTI              PIC X(08).
           02  RELDTL              COMP PIC S9(4).
           02  RELDTF              PIC X.
           02  FILLER REDEFINES RELDTF.
               03  RELDTA           PIC X.
           02  RELDTI              PIC X(08).
           02  PLCBYL              COMP PIC S9(4).
           02  PLCBYF              PIC X.
           02  FILLER REDEFINES PLCBYF.
               03  PLCBYA           PIC X.
           02  PLCBYI              PIC X(08).
           02  RELBYL              COMP PIC S9(4).
           02  RELBYF              PIC X.
           02  FILLER REDEFINES RELBYF.
               03  RELBYA           PIC X.
           02  RELBYI              PIC X(08).
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
       01  HLDMF2AO REDEFINES HLDMF2AI.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(03).
           02  STUIDO              PIC X(09).
           02  FILLER              PIC X(03).
           02  SNAMEO              PIC X(20).
           02  FILLER              PIC X(03).
           02  HTYPEO              PIC X(02).
           02  FILLER              PIC X(03).
           02  OFFCO               PIC X(08).
           02  FILLER              PIC X(03).
           02  RSNO                PIC X(30).
           02  FILLER              PIC X(03).
           02  EFFDTO              PIC X(08).
           02  FILLER              PIC X(03).
           02  RELDTO              PIC X(08).
           02  FILLER              PIC X(03).
           02  PLCBYO              PIC X(08).
           02  FILLER              PIC X(03).
           02  RELBYO              PIC X(08).
           02  FILLER              PIC X(03).
           02  MODEO               PIC X(01).
           02  FILLER              PIC X(03).
           02  OLDDTO              PIC 9(08).
           02  FILLER              PIC X(03).
           02  OLDTMO              PIC 9(06).
           02  FILLER              PIC X(03).
           02  MSGO                PIC X(79).

      ******************************************************************
      * Copybook: PSEUDMRC
      * Purpose:  Leaver pseudonym map (file PSEUDMAP) - one row per
      *           leaver whose name PSEUDLVR has replaced in the
      *           history files, pairing the real name with the
      *           token that now stands for it.  The token never
      *           changes once issued, so a rerun or a late-found
      *           file always gets the same token.  This is the ONLY
      *           place the real name survives: the file is held
      *           under data-protection access control and is read
      *           by nothing else in the nightly run.
      ******************************************************************
       01  PX-PSEUDONYM-RECORD.
           05  PX-USER-NAME            PIC X(20).
           05  PX-TOKEN.
               10  PX-TOKEN-PREFIX     PIC X(7).
               10  PX-TOKEN-SEQUENCE   PIC 9(7).
               10  FILLER              PIC X(6).
           05  PX-LEAVE-DATE           PIC 9(8).
           05  PX-MAPPED-DATE          PIC 9(8).

      ******************************************************************
      * Copybook: ISSUEREG
      * Purpose:  Keys and equipment issue register (file ISSUEREG) -
      *           one row per item handed to a member of staff: who
      *           has it, what kind of item (key, laptop, access card
      *           or other equipment), its serial or key number, the
      *           day it was issued and the day it came back.  A zero
      *           return date means the item is still out; an item
      *           facilities gives up on is written off with the day
      *           it was written off in the return date.  An item
      *           issued again after coming back gets a new row, so
      *           at most one row per serial is ever still out.
      *           Maintained by facilities on ISSUEMNT; HRLEAVER puts
      *           a leaver's unreturned items on the LEAVRTRN notice.
      ******************************************************************
       01  IR-ISSUE-RECORD.
           05  IR-USER-NAME            PIC X(20).
           05  IR-ITEM-TYPE            PIC X(1).
               88  IR-ITEM-KEY             VALUE 'K'.
               88  IR-ITEM-LAPTOP          VALUE 'L'.
               88  IR-ITEM-ACCESS-CARD     VALUE 'C'.
               88  IR-ITEM-OTHER           VALUE 'E'.
               88  IR-ITEM-TYPE-VALID      VALUE 'K' 'L' 'C' 'E'.
           05  IR-ITEM-SERIAL          PIC X(15).
           05  IR-ISSUE-DATE           PIC 9(8).
           05  IR-RETURN-DATE          PIC 9(8).
               88  IR-STILL-OUT            VALUE ZERO.
           05  IR-RETURN-STATUS        PIC X(1).
               88  IR-RETURNED             VALUE 'R'.
               88  IR-WRITTEN-OFF          VALUE 'W'.

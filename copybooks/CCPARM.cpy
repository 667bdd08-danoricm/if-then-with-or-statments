000540*                  LAST EXTRACT DATE IS OLDER THAN THIS MANY
000550*                  DAYS.  ZERO (OR SPACES ON AN OLD RECORD)
000560*                  LEAVES THE AGE-BASED PURGE OFF.
000561* 10/15/2026  RMK  ADDED THE CUSTOMER NOTICE REPEAT WINDOW IN
000562*                  BUSINESS DAYS, CARVED FROM THE BASE RECORD'S
000563*                  FILLER.  THE NOTICE RUN (CCNOTIFY) DOES NOT
000564*                  SEND A SECOND LETTER FOR THE SAME ACCOUNT AND
000565*                  REASON WITHIN THIS MANY BUSINESS DAYS OF THE
000566*                  LAST ONE.  ZERO (OR SPACES ON AN OLD RECORD)
000567*                  LEAVES THE REPEAT CHECK OFF.
000570*----------------------------------------------------------------*
000580 01  CC-PARM-REC.
000590     05  CC-PARM-EQ-VALUE       PIC 9(03).
000670     05  CC-PARM-SUPP-DAYS      PIC 9(03).
000680     05  CC-PARM-POLICY-VER     PIC 9(03).
000690     05  CC-PARM-HIST-RET-DAYS  PIC 9(05).
000695     05  CC-PARM-NOTICE-DAYS    PIC 9(03).
000700     05  FILLER                 PIC X(15).
000710 01  CC-PARM-EXT-REC  REDEFINES CC-PARM-REC.
000720     05  CC-PARM-EXT-TYPE       PIC X(01).
000730         88  CC-PARM-IS-CAT-THRESH      VALUE 'C'.

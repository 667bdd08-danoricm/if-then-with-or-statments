000100*================================================================*
000110* CCMAIL  -  CC-MAIL-REC  -  MAIL-HOUSE INTERFACE RECORD
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  THE DAILY FILE OF CUSTOMER
000200*                  LETTERS SENT TO THE MAIL HOUSE BY THE NOTICE
000210*                  RUN (CCNOTIFY) - 160-BYTE RECORDS, TOLD APART
000220*                  BY BYTE 1 THE WAY THE EXTRACT RECORDS ARE:
000230*                    'H' - HEADER - SOURCE PROGRAM AND THE
000240*                          BUSINESS DATE OF THE RUN.
000250*                    'D' - ONE LETTER - LETTER NUMBER, ACCOUNT,
000260*                          LETTER TYPE ('W' WELCOME, 'D'
000270*                          DECLINE) AND REASON CODE, WHICH
000280*                          TOGETHER PICK THE MAIL HOUSE'S
000290*                          TEMPLATE, AND THE NAME AND ADDRESS.
000300*                    'T' - TRAILER - COUNT OF 'D' RECORDS AND
000310*                          THE SUM OF THEIR ACCOUNT NUMBERS.
000320*                  ONLY LETTERS GOING BY MAIL ARE ON THIS FILE -
000330*                  BRANCH-DELIVERY AND HELD LETTERS ARE PRINTED
000340*                  BUT NOT SENT.
000350*----------------------------------------------------------------*
000360 01  CC-MAIL-REC.
000370     05  CC-MAIL-REC-TYPE       PIC X(01).
000380         88  CC-MAIL-IS-HEADER          VALUE 'H'.
000390         88  CC-MAIL-IS-DETAIL          VALUE 'D'.
000400         88  CC-MAIL-IS-TRAILER         VALUE 'T'.
000410     05  CC-MAIL-LETTER-NO      PIC 9(07).
000420     05  CC-MAIL-ACCT-NO        PIC 9(07).
000430     05  CC-MAIL-LETTER-TYPE    PIC X(01).
000440     05  CC-MAIL-REASON-CD      PIC X(12).
000450     05  CC-MAIL-CUST-NAME      PIC X(20).
000460     05  CC-MAIL-ADDR-LINE-1    PIC X(30).
000470     05  CC-MAIL-ADDR-LINE-2    PIC X(30).
000480     05  CC-MAIL-ADDR-CITY      PIC X(20).
000490     05  CC-MAIL-ADDR-STATE     PIC X(02).
000500     05  CC-MAIL-ADDR-ZIP       PIC X(09).
000510     05  CC-MAIL-BRANCH-CD      PIC X(04).
000520     05  FILLER                 PIC X(17).
000530 01  CC-MAIL-HDR-REC  REDEFINES CC-MAIL-REC.
000540     05  FILLER                 PIC X(01).
000550     05  CC-MAIL-HDR-SOURCE     PIC X(08).
000560     05  CC-MAIL-HDR-BUS-DATE   PIC 9(08).
000570     05  FILLER                 PIC X(143).
000580 01  CC-MAIL-TRL-REC  REDEFINES CC-MAIL-REC.
000590     05  FILLER                 PIC X(01).
000600     05  CC-MAIL-TRL-COUNT      PIC 9(07).
000610     05  CC-MAIL-TRL-ACCT-HASH  PIC 9(15).
000620     05  FILLER                 PIC X(137).

000100*================================================================*
000110* CCSUBS  -  CC-SUB-REC  -  EXTRACT SUBSCRIBER TABLE RECORD
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE GROUP OF RECORDS PER
000200*                  DOWNSTREAM SUBSCRIBER TO THE DAILY EXTRACT,
000210*                  KEYED BY SUBSCRIBER ID.  THE 'S' RECORD LEADS
000220*                  THE GROUP AND GIVES THE SUBSCRIBER'S NAME, THE
000230*                  OUTPUT SLOT ITS FILE IS WRITTEN TO (SUBEXT01
000240*                  THROUGH SUBEXT08 ON THE ROUTING STEP), AND ITS
000250*                  OWN ESCALATION ALLOWANCE IN BUSINESS DAYS (ZERO
000260*                  MEANS THE SHOP DEFAULT OF THREE).  ANY 'C'
000270*                  RECORDS THAT FOLLOW LIST THE CATEGORY CODES IT
000280*                  RECEIVES AND ANY 'B' RECORDS THE BRANCH CODES,
000290*                  TEN AND FIFTEEN TO A RECORD, BLANK ENTRIES
000300*                  IGNORED.  A SUBSCRIBER WITH NO 'C' RECORDS
000310*                  RECEIVES EVERY CATEGORY AND ONE WITH NO 'B'
000320*                  RECORDS EVERY BRANCH; A DETAIL GOES TO A
000330*                  SUBSCRIBER ONLY WHEN BOTH ITS CATEGORY AND ITS
000340*                  BRANCH ARE SELECTED.  THE SUBSCRIBER ID IS ALSO
000350*                  THE LAST QUALIFIER OF ITS DATA SET NAMES, SO IT
000360*                  MUST BE A VALID QUALIFIER.  THE TABLE IS KEPT
000370*                  UNDER CHANGE CONTROL WITH THE JCL THAT CARRIES
000380*                  EACH SUBSCRIBER'S DATA SETS.
000390*----------------------------------------------------------------*
000400 01  CC-SUB-REC.
000410     05  CC-SUB-ID              PIC X(08).
000420     05  CC-SUB-REC-TYPE        PIC X(01).
000430         88  CC-SUB-IS-DEFINITION       VALUE 'S'.
000440         88  CC-SUB-IS-CATEGORIES       VALUE 'C'.
000450         88  CC-SUB-IS-BRANCHES         VALUE 'B'.
000460     05  FILLER                 PIC X(71).
000470 01  CC-SUB-DEFINITION  REDEFINES CC-SUB-REC.
000480     05  FILLER                 PIC X(09).
000490     05  CC-SUB-NAME            PIC X(24).
000500     05  CC-SUB-SLOT            PIC 9(02).
000510     05  CC-SUB-ESC-CYCLES      PIC 9(03).
000520     05  FILLER                 PIC X(42).
000530 01  CC-SUB-CATEGORIES  REDEFINES CC-SUB-REC.
000540     05  FILLER                 PIC X(09).
000550     05  CC-SUB-CAT-CD  OCCURS 10 TIMES
000560                                PIC X(03).
000570     05  FILLER                 PIC X(41).
000580 01  CC-SUB-BRANCHES  REDEFINES CC-SUB-REC.
000590     05  FILLER                 PIC X(09).
000600     05  CC-SUB-BRN-CD  OCCURS 15 TIMES
000610                                PIC X(04).
000620     05  FILLER                 PIC X(11).

000600*   MESSAGE-TEXT FIELDS AS THE HLOPARM SITE-MASTER RECORD.  *
000610*   SITE CODE PLUS EFFECTIVE START DATE IDENTIFY THE        *
000620*   GREETING PERIOD A CHG OR DEL APPLIES TO.                *
000630*   LANG NAMES THE TRANSLATION THE TRANSACTION IS FOR.  ON  *
000640*   AN ADD IT BECOMES THE PERIOD'S PRIMARY LANGUAGE.  ON A  *
000650*   CHG IT PICKS THE PRIMARY OR SECONDARY TEXT TO REPLACE - *
000660*   A LANGUAGE THE PERIOD DOES NOT HOLD YET IS ADDED AS ITS *
000670*   SECONDARY.  ON A DEL OF THE SECONDARY LANGUAGE ONLY     *
000680*   THAT TRANSLATION IS DROPPED.  BLANK MEANS THE PRIMARY.  *
000700*----------------------------------------------------------*
000800 01  HLO-TRAN-RECORD.
000900     05  HLO-TRAN-ACTION         PIC X(03).
001310     05  HLO-TRAN-EFF-START      PIC 9(08).
001400     05  HLO-TRAN-MESSAGE-TEXT   PIC X(32).
001410     05  HLO-TRAN-EFF-STOP       PIC 9(08).
001420     05  HLO-TRAN-LANG           PIC X(02).
001500     05  FILLER                 PIC X(22).

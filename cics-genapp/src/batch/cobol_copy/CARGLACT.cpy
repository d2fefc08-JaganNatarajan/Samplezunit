      *+---------------------------------------------------------------+
      *| CARGLACT                                                      |
      *|   GENERAL LEDGER ACCOUNT MAPPING RECORD (GLACCT, A KSDS KEYED |
      *|   ON GA-MAP-KEY). MAINTAINED BY FINANCE THROUGH AN IDCAMS     |
      *|   RELOAD, LIKE RATEFILE. ONE ROW PER MOVEMENT TYPE AND        |
      *|   POLICY TYPE, NAMING THE ACCOUNT TO DEBIT AND THE ACCOUNT TO |
      *|   CREDIT WHEN LGGLPOST POSTS THAT MOVEMENT. A ROW WITH A      |
      *|   SPACE POLICY TYPE IS THE MOVEMENT'S DEFAULT, USED WHEN NO   |
      *|   ROW EXISTS FOR THE EXACT TYPE - CASH CARRIES NO POLICY      |
      *|   TYPE AND ALWAYS MAPS THROUGH ITS DEFAULT.                   |
      *|                                                               |
      *|   MOVEMENT TYPES:                                             |
      *|     NB  NEW-BUSINESS WRITTEN PREMIUM (POLICY ADD)             |
      *|     RN  RENEWAL WRITTEN PREMIUM (01RENP)                      |
      *|     EA  ENDORSEMENT ADDITIONAL PREMIUM (01ENDP)               |
      *|     ER  ENDORSEMENT RETURN PREMIUM (01ENDP)                   |
      *|     RP  CANCELLATION RETURN PREMIUM (01CNCP)                  |
      *|     CM  BROKER COMMISSION ON NB AND RN PREMIUM                |
      *|     CP  CLAIM PAID (01PAYC)                                   |
      *|     CR  CLAIM PAYMENT RETURNED BY THE BANK (LGCLMACK) - THE   |
      *|         REVERSE OF CP, SO ITS ROWS SWAP CP'S TWO ACCOUNTS     |
      *|     CA  CASH RECEIVED AND APPLIED TO THE LEDGER (LGCSHAPP)    |
      *|     CS  CASH RECEIVED AND HELD IN SUSPENSE (LGCSHAPP)         |
      *|     RI  REINSURANCE PREMIUM CEDED (CESSION TYPE P)            |
      *|     RR  REINSURANCE RECOVERY ON A CLAIM PAID (CESSION TYPE C) |
      *+---------------------------------------------------------------+
       01 GL-ACCOUNT-MAP-RECORD.
           05 GA-MAP-KEY.
               10 GA-MOVEMENT-TYPE PIC X(2).
               10 GA-POLICY-TYPE PIC X.
           05 GA-DEBIT-ACCOUNT PIC X(8).
           05 GA-CREDIT-ACCOUNT PIC X(8).
           05 GA-DESCRIPTION PIC X(30).

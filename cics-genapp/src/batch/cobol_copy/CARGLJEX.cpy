      *+---------------------------------------------------------------+
      *| CARGLJEX                                                      |
      *|   GENERAL LEDGER JOURNAL RECORD (GLJRNL, A SEQUENTIAL FILE)   |
      *|   PRODUCED BY LGGLPOST IN THE LEDGER SYSTEM'S IMPORT LAYOUT.  |
      *|   EVERY MONEY MOVEMENT POSTS AS ONE JOURNAL ENTRY OF TWO      |
      *|   LINES SHARING GJ-ENTRY-NUM - LINE 1 THE DEBIT, LINE 2 THE   |
      *|   CREDIT, FOR THE SAME AMOUNT - SO EVERY ENTRY BALANCES ON    |
      *|   ITS OWN. GJ-SOURCE-REF TIES THE ENTRY BACK TO THE RECORD IT |
      *|   CAME FROM: THE POLICY NUMBER, THE CLMPAY KEY, THE TREATY    |
      *|   AND POLICY, OR THE BANK'S RECEIPT REFERENCE.                |
      *+---------------------------------------------------------------+
       01 GL-JOURNAL-RECORD.
           05 GJ-POSTING-DATE PIC X(10).
           05 GJ-ENTRY-NUM PIC 9(7).
           05 GJ-ENTRY-LINE PIC 9.
           05 GJ-ACCOUNT PIC X(8).
           05 GJ-DEBIT-CREDIT PIC X.
               88 GJ-DEBIT VALUE 'D'.
               88 GJ-CREDIT VALUE 'C'.
           05 GJ-AMOUNT PIC 9(13)V99.
           05 GJ-MOVEMENT-TYPE PIC X(2).
           05 GJ-POLICY-TYPE PIC X.
           05 GJ-SOURCE-REF PIC X(36).
           05 GJ-DESCRIPTION PIC X(30).

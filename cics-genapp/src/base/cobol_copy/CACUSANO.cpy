      *+---------------------------------------------------------------+
      *| CACUSANO                                                      |
      *|   THE FIXED PLACEHOLDERS LGANONYM WRITES OVER THE PERSONAL    |
      *|   FIELDS OF CACUSFLD WHEN IT ANONYMISES A CUSTOMER. THE       |
      *|   CUSTOMER NUMBER AND CA-NUM-POLICIES ARE KEPT SO THE         |
      *|   POLICY, CLAIM AND LEDGER HISTORY STILL JOINS UP. A PROGRAM  |
      *|   THAT MUST TELL AN ANONYMISED CUSTOMER FROM A REAL ONE       |
      *|   COMPARES CA-FIRST-NAME AND CA-LAST-NAME WITH AN-FIRST-NAME  |
      *|   AND AN-LAST-NAME - KEEP THOSE TWO VALUES ONES NO REAL       |
      *|   CUSTOMER COULD CARRY.                                       |
      *+---------------------------------------------------------------+
       01 ANONYMISED-CUSTOMER-FIELDS.
           05 AN-FIRST-NAME PIC X(10) VALUE 'ANONYMISED'.
           05 AN-LAST-NAME PIC X(20) VALUE 'ANONYMISED'.
           05 AN-DOB PIC X(10) VALUE '0001-01-01'.
           05 AN-HOUSE-NAME PIC X(20) VALUE SPACES.
           05 AN-HOUSE-NUM PIC X(4) VALUE SPACES.
           05 AN-POSTCODE PIC X(8) VALUE SPACES.
           05 AN-PHONE-MOBILE PIC X(20) VALUE SPACES.
           05 AN-PHONE-HOME PIC X(20) VALUE SPACES.
           05 AN-EMAIL-ADDRESS PIC X(100) VALUE SPACES.

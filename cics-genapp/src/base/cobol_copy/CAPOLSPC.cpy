              88 CA-C-STATUS-REJECTED VALUE 'R'.
              88 CA-C-STATUS-SETTLED VALUE 'S'.
              88 CA-C-STATUS-CLOSED VALUES 'R' 'S'.
      *    PAYEE BANK DETAILS THE SETTLEMENT IS PAID TO. TAKEN ON
      *    01ADDL OR SUPPLIED (OR CORRECTED) ON AN 01PAYC, AND COPIED
      *    ONTO EACH CLMPAY ROW SO THE DISBURSEMENT RUN PAYS THE
      *    ACCOUNT THAT WAS ON THE CLAIM WHEN THE PAYMENT WAS MADE.
      *    CLAIMS STORED BEFORE THESE FIELDS EXISTED ARE SHORTER ON
      *    DISK AND READ BACK WITH THEM BLANK.
          SUB CA-C-PAYEE-NAME PIC X(30).
          SUB CA-C-PAYEE-SORT-CODE PIC 9(6).
          SUB CA-C-PAYEE-ACCOUNT PIC 9(8).
          SUB CA-C-FILLER PIC X(31809).
      *    CA-TRAVEL IS A NEW POLICY TYPE ADDED ALONGSIDE THE FIVE
      *    ABOVE SO OPS CAN STOP FAKING TRAVEL COVER AS CA-COMMERCIAL.
          LEV CA-TRAVEL REDEFINES CA-POLICY-SPECIFIC.

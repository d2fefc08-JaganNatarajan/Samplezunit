      *|   RESOLVES TO THE SECOND, AND TWO TASKS CAN SETTLE ONE        |
      *|   CLAIM IN THE SAME SECOND, SO THE TASK NUMBER IS WHAT       |
      *|   KEEPS THE KEY UNIQUE.                                       |
      *|                                                               |
      *|   EACH ROW ALSO CARRIES THE PAYEE BANK DETAILS FROM THE CLAIM |
      *|   AT THE TIME OF PAYMENT AND ITS DISBURSEMENT STATE. 01PAYC   |
      *|   WRITES THE ROW PENDING; LGCLMDSB SENDS IT TO THE BANK IN    |
      *|   THE BULK PAYMENT FILE AND MARKS IT SENT; LGCLMACK READS THE |
      *|   BANK'S ACKNOWLEDGEMENT AND MARKS IT CONFIRMED OR RETURNED   |
      *|   (WITH THE BANK'S REASON CODE), TAKING A RETURNED PAYMENT    |
      *|   BACK OFF THE CLAIM'S PAID-TO-DATE. ROWS WRITTEN BEFORE THE  |
      *|   BANK FILE EXISTED WERE PAID BY HAND THROUGH THE BANK'S      |
      *|   PORTAL. THEY WERE 72 BYTES LONG, ENDING AT PY-PAID-TO-DATE; |
      *|   LGCPYCNV CONVERTED THEM, AND THE CLMARCH GENERATIONS, TO    |
      *|   THIS LAYOUT WITH THE NEW FIELDS SPACES, SO THEY CARRY A     |
      *|   SPACE STATUS - NEVER PICKED UP FOR PAYMENT.                 |
      *+---------------------------------------------------------------+
       01 CLAIM-PAYMENT-RECORD.
           05 PY-PAYMENT-KEY.
           05 PY-CLAIM-NUM PIC 9(10).
           05 PY-PAYMENT-AMOUNT PIC 9(8).
           05 PY-PAID-TO-DATE PIC 9(8).
           05 PY-PAYEE-NAME PIC X(30).
           05 PY-PAYEE-SORT-CODE PIC 9(6).
           05 PY-PAYEE-ACCOUNT PIC 9(8).
           05 PY-DISBURSE-STATUS PIC X.
               88 PY-DISBURSE-MANUAL VALUE ' '.
               88 PY-DISBURSE-PENDING VALUE 'U'.
               88 PY-DISBURSE-SENT VALUE 'S'.
               88 PY-DISBURSE-CONFIRMED VALUE 'C'.
               88 PY-DISBURSE-RETURNED VALUE 'R'.
               88 PY-DISBURSE-OUTSTANDING VALUES 'U' 'S'.
      *    DATE THE ROW WENT TO THE BANK, AND DATE THE BANK CONFIRMED
      *    IT - OR, FOR A RETURN, THE DATE LGCLMACK BOOKED THE RETURN,
      *    WHICH IS THE DAY LGGLPOST REVERSES THE PAYMENT ON.
           05 PY-SENT-DATE PIC X(10).
           05 PY-RESULT-DATE PIC X(10).
      *    THE BANK'S RETURN REASON CODE ON A RETURNED PAYMENT.
           05 PY-RETURN-REASON PIC X(4).

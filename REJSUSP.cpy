      *                      the rejected date, DDMMYYYY
      *               'PW' - PrintingAndWriting quantity reject; the
      *                      image is the whole 29-byte transaction
      *               'FT' - FirstProgram issue that priced past what
      *                      the priced detail can carry; the image
      *                      is the transaction with its source byte.
      *                      billed by hand, never resubmitted
      *   SUS-STATUS  'O' open, 'R' resubmitted
      ******************************************************************
       01 REJECT-SUSPENSE-RECORD.

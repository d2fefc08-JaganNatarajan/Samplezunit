       78 CA-HOUSE-SPEC-LENGTH VALUE 58.
       78 CA-MOTOR-SPEC-LENGTH VALUE 77.
       78 CA-COMMERCIAL-SPEC-LENGTH VALUE 1102.
       78 CA-CLAIM-SPEC-LENGTH VALUE 591.
       78 CA-TRAVEL-SPEC-LENGTH VALUE 62.
      *    FILE-LEVEL BOUNDS - BASE PLUS THE SMALLEST SPEC, AND BASE
      *    PLUS THE FULL CA-POLICY-SPECIFIC BUFFER.

          05 WS-GEO-REGION-CODE    PIC X(3).
          05 FILLER                PIC X VALUE ','.
          05 WS-CLAIMANT-ID        PIC X(8).
          05 FILLER                PIC X VALUE ','.
          05 WS-OCCURRENCE-CODE    PIC X(10).
       
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
           88 EOF                 VALUE 'Y'.
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-OCCURRENCE-CODE
                       UNSTRING INPUT-RECORD DELIMITED BY ','
                           INTO WS-CLAIM-ID
                                WS-POLICY-NUMBER
                                WS-INDUSTRY-CODE
                                WS-GEO-REGION-CODE
                                WS-CLAIMANT-ID
                                WS-OCCURRENCE-CODE

      *> Validate the industry code against INDFILE before staging
      *> the claim -- an unknown code gets flagged to the rejected
                              WS-DIRECT-COSTS ','
                              WS-INDUSTRY-CODE ',' WS-GEO-REGION-CODE
                              ',' WS-CLAIMANT-ID
                              ',' WS-OCCURRENCE-CODE
                              DELIMITED BY SIZE
                              INTO OUTPUT-RECORD
                       WRITE OUTPUT-RECORD

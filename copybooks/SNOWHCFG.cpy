      *  number field is the created INC.
       01  SN-HTTP-INC-URI      PIC X(44)
                        VALUE '/api/now/table/incident'.
      *  Problem-creation endpoint for SNOWPRBC - the same table API;
      *  the posted JSON becomes a new problem record and the
      *  answer's number field is the created PRB.
       01  SN-HTTP-PRB-URI      PIC X(44)
                        VALUE '/api/now/table/problem'.
      *  Authentication mode for every HTTP caller: 'B' = HTTP basic
      *  (userid/password loaded through SNOWCRDL, as before), 'O' =
      *  OAuth client-credentials bearer token obtained through

      *                    trailer balance parks nothing, so the       *
      *                    corrected resubmission cannot double-park   *
      *                    the same records.                           *
      *   10/07/2026  DLG  Partial updates.  Operation code 5 is an    *
      *                    update that changes only the fields it      *
      *                    supplies.  It is judged against FILEA like  *
      *                    any update, and only its non-blank fields   *
      *                    are edited - a blank field is an omitted    *
      *                    one, not bad data.  A partial update that   *
      *                    supplies no field at all is an exception    *
      *                    (NOTHING-SUPPLIED).                         *
      *----------------------------------------------------------------*
      * FILEAEXT must be sorted ascending by FILEA-NUMB before this    *
      * job runs - it is the same extract POSTRECN reads, and the      *
      * 2200-EDIT-RECORD - every edit appends its reason to the list;  *
      * an empty list afterwards means the record is clean.  A delete  *
      * carries nothing but its key, so the field edits only run for   *
      * creates and updates, and a partial update has only the fields  *
      * it supplies edited.                                            *
      *----------------------------------------------------------------*
       2200-EDIT-RECORD.
           IF CI-NUMB IS NOT NUMERIC
               THRU 2300-CHECK-DUPLICATE-EXIT.
           PERFORM 2400-CHECK-OPERATION
               THRU 2400-CHECK-OPERATION-EXIT.
           EVALUATE CI-OPERATION-CODE
              WHEN '4'
                 CONTINUE
              WHEN '5'
                 PERFORM 2550-CHECK-SUPPLIED-FIELDS
                     THRU 2550-CHECK-SUPPLIED-FIELDS-EXIT
              WHEN OTHER
                 PERFORM 2500-CHECK-FIELDS
                     THRU 2500-CHECK-FIELDS-EXIT
           END-EVALUATE.
           PERFORM 2510-CHECK-EFF-DATE
               THRU 2510-CHECK-EFF-DATE-EXIT.
       2200-EDIT-RECORD-EXIT.
                        WITH POINTER WS-REASON-PTR
                 END-IF
              WHEN CI-OPERATION-CODE = '3' OR CI-OPERATION-CODE = '4'
                 OR CI-OPERATION-CODE = '5'
                 IF NOT WS-FILEA-FOUND
                    STRING ' TARGET-MISSING' DELIMITED BY SIZE
                        INTO WS-REASON-LIST
       2500-CHECK-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2550-CHECK-SUPPLIED-FIELDS - a partial update sends only its   *
      * non-blank fields, so only those are edited, to the same rules  *
      * as 2500.  NAME and ADDRX are free text with no edit; they      *
      * only count toward something having been supplied at all.      *
      *----------------------------------------------------------------*
       2550-CHECK-SUPPLIED-FIELDS.
           IF CI-NAME = SPACES
              AND CI-ADDRX = SPACES
              AND CI-PHONE = SPACES
              AND CI-DATEX = SPACES
              AND CI-AMOUNT = SPACES
              STRING ' NOTHING-SUPPLIED' DELIMITED BY SIZE
                  INTO WS-REASON-LIST
                  WITH POINTER WS-REASON-PTR
              GO TO 2550-CHECK-SUPPLIED-FIELDS-EXIT
           END-IF.
           IF CI-DATEX NOT = SPACES
              IF CI-DATEX (1:2) IS NOT NUMERIC
                 OR CI-DATEX (3:1) NOT = '/'
                 OR CI-DATEX (4:2) IS NOT NUMERIC
                 OR CI-DATEX (6:1) NOT = '/'
                 OR CI-DATEX (7:2) IS NOT NUMERIC
                 STRING ' BAD-DATEX' DELIMITED BY SIZE
                     INTO WS-REASON-LIST
                     WITH POINTER WS-REASON-PTR
              END-IF
           END-IF.
           IF CI-AMOUNT NOT = SPACES
              IF CI-AMOUNT (1:1) NOT = '$'
                 OR CI-AMOUNT (2:4) IS NOT NUMERIC
                 OR CI-AMOUNT (6:1) NOT = '.'
                 OR CI-AMOUNT (7:2) IS NOT NUMERIC
                 STRING ' BAD-AMOUNT' DELIMITED BY SIZE
                     INTO WS-REASON-LIST
                     WITH POINTER WS-REASON-PTR
              END-IF
           END-IF.
           IF CI-PHONE NOT = SPACES
              IF CI-PHONE IS NOT NUMERIC
                 STRING ' BAD-PHONE' DELIMITED BY SIZE
                     INTO WS-REASON-LIST
                     WITH POINTER WS-REASON-PTR
              END-IF
           END-IF.
       2550-CHECK-SUPPLIED-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2510-CHECK-EFF-DATE - an effective date is optional (spaces =  *
      * effective now) but when present must be a plausible YYYYMMDD;  *

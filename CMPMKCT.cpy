      ******************************************************************
      *  CMPMKCT.CPY
      *
      *  LINKAGE area for the CMPMASK masking subprogram.  Copy this
      *  into both the caller and the subprogram so the two always
      *  agree on layout.
      *
      *  The caller fills in the key and, where it has one, the field
      *  name, and moves the pair of values it is about to print or
      *  write into CMP-MK-OLD-VALUE and CMP-MK-NEW-VALUE.  CMPMASK
      *  masks both in place under the rule that fits (CMPMKREC) and
      *  says which kind of rule that was.  Pass a value that has no
      *  partner (a key on one side only) with the other side blank.
      *  Masking an already masked pair changes nothing.
      ******************************************************************
       01  CMP-MASK-AREA.
           05  CMP-MK-REQUEST.
               10  CMP-MK-KEY                  PIC X(10).
      *        Spaces when the caller has no field name.
               10  CMP-MK-FIELD-NAME           PIC X(20).
           05  CMP-MK-VALUES.
               10  CMP-MK-OLD-VALUE            PIC X(200).
               10  CMP-MK-NEW-VALUE            PIC X(200).
           05  CMP-MK-RESULTS.
               10  CMP-MK-ACTION               PIC X.
                   88  CMP-MK-SHOWN            VALUE 'S'.
                   88  CMP-MK-PARTIAL          VALUE 'P'.
                   88  CMP-MK-MASKED           VALUE 'M'.

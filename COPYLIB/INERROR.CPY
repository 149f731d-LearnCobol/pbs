      *      14x counts/control totals
      *      15x invoice number     16x sum mismatches
      *      17x debtor identity    18x credit posts
      *      19x XML conversion     20x husavdrag
      *      21x postal register (210 unknown postnummer, 211/212
      *          postort not matching / corrected - 211 and 212 are
      *          warnings, written already resolved)
      *      0 = unknown/legacy row
           03 INERROR-ERRCODE                PIC S9(4) COMP.

001300*    THE SOURCE FLAG SAYS HOW THE RECORD REACHED TRANIN -
001301*    R SPLICED BACK BY ADRECMRG AFTER REPAIR (PRINTS RSB),
001302*    G GENERATED FROM A STANDING ORDER BY ADSTDGEN (PRINTS
001303*    GEN), S RELEASED FROM THE DUPLICATE-SUSPENSE QUEUE BY
001304*    ADSUSREL (PRINTS REL, NOT SCREENED AGAIN), A INTEREST OR
001305*    SERVICE CHARGE ACCRUED BY ADACCRUE (PRINTS ACR, NOT
001306*    SCREENED), BLANK KEYED FRESH BY THE DESK.
001307     05  ADDPAIR-RESUBMIT-FLAG      PIC X(01).
001310         88  ADDPAIR-RESUBMITTED    VALUE 'R'.
001311         88  ADDPAIR-GENERATED      VALUE 'G'.
001312         88  ADDPAIR-RELEASED       VALUE 'S'.
001313         88  ADDPAIR-ACCRUAL        VALUE 'A'.
001400     05  ADDPAIR-REC-TYPE           PIC X(01).
001410         88  ADDPAIR-DETAIL-REC     VALUE ' ' 'D'.
001420         88  ADDPAIR-BATCH-HEADER   VALUE 'H'.

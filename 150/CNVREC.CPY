000320         88  CNV-OK                      VALUE '0'.
000330         88  CNV-REJECTED                VALUE '1'.
000340*    REASONS NUM/BAS/OVF ARE SET BY CNVRTN ITSELF; 'ITM' (ITEM
000342*    KEY NOT ON ITEMMST), 'UOM' (UNIT CODE NOT ON UOMTBL) AND
000344*    'TYP' (DETAIL TYPE THE SOURCE MAY NOT SEND, PER SRCMST)
000345*    ARE SET BY THE BATCH RUN ON THE WAY TO THE SUSPENSE FILE
000346*    AND NEVER COME BACK FROM CNVRTN.
000350     05  CNV-REASON          PIC X(03).
000352         88  CNV-REASON-NONE             VALUE SPACES.
000380         88  CNV-REASON-OVERFLOW         VALUE 'OVF'.
000382         88  CNV-REASON-BAD-ITEM         VALUE 'ITM'.
000384         88  CNV-REASON-BAD-UOM          VALUE 'UOM'.
000386         88  CNV-REASON-BAD-TYPE         VALUE 'TYP'.
000390     05  CNV-MESSAGE         PIC X(120).
000400     05  CNV-IN-MODE         PIC X(01).
000410         88  CNV-IN-MODE-BINARY          VALUES ' ' '2'.

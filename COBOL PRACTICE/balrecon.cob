004000*                 (ACCT-BRANCH; BLANKS COUNT AS HEAD OFFICE),
004100*                 SO EACH OFFICE MANAGER PROVES THEIR OWN
004200*                 BOOK.
004210* 2026-10-15 KMR  SAFE DEPOSIT BOX RENT ("SDB RENT") FOLDS AS
004220*                 A DEBIT.
004230* 2026-10-15 KMR  OVERDRAFT-PROTECTION SWEEPS FOLD "ODP IN" AS
004240*                 A CREDIT AND "ODP OUT" AS A DEBIT.
004250* 2026-10-15 KMR  NSF / RETURNED-ITEM FEES ("NSF FEE") FOLD AS
004260*                 A DEBIT.
004270* 2026-10-15 KMR  INBOUND ELECTRONIC CREDITS ("EFT CREDIT")
004280*                 FOLD AS A CREDIT.
004300*----------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
032800         WHEN "FEE WAIVE"
032900         WHEN "DSP CREDIT"
033000         WHEN "EXT RTN"
033010         WHEN "ODP IN"
033020         WHEN "EFT CREDIT"
033100             ADD TD-AMOUNT TO WS-COMPUTED-BALANCE
033200         WHEN "WITHDRAWAL"
033300         WHEN "XFER OUT"
034400         WHEN "EXT PAY"
034500         WHEN "ESCHEAT"
034600         WHEN "TUITION"
034610         WHEN "SDB RENT"
034620         WHEN "ODP OUT"
034630         WHEN "NSF FEE"
034700             SUBTRACT TD-AMOUNT FROM WS-COMPUTED-BALANCE
034800         WHEN "REVERSAL"
034900             COMPUTE WS-TRY-UP

               88 VO-VOUCHER-ACTIVE VALUE "A".
               88 VO-VOUCHER-EXHAUSTED VALUE "X".
               88 VO-VOUCHER-VOIDED VALUE "V".
               88 VO-VOUCHER-BREAKAGE VALUE "B".

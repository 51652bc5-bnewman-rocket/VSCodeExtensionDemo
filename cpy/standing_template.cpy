       01 standing-template. *> Total length 64
         03 sto-key.
           05 sto-number pic 9(6).
           05 sto-line-no pic 9(3).
         03 sto-customer-id pic 9(9).
         03 sto-product-id pic 9(9).
         03 sto-quantity pic s9(9).
         03 sto-frequency pic x.
           88 sto-weekly value "W".
           88 sto-fortnightly value "F".
           88 sto-monthly value "M".
           88 sto-quarterly value "Q".
         03 sto-next-run pic 9(8).
         03 sto-end-date pic 9(8).
         03 sto-location pic x(4).
         03 sto-status pic x.
           88 sto-active value "A".
           88 sto-ended value "E".
           88 sto-cancelled value "X".
         03 sto-last-so pic 9(6).

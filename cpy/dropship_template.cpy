       01 dropship-template. *> Total length 212
         03 dsh-key.
           05 dsh-so-number pic 9(6).
           05 dsh-so-line pic 9(3).
         03 dsh-customer-id pic 9(9).
         03 dsh-product-id pic 9(9).
         03 dsh-quantity pic s9(9).
         03 dsh-vendor-id pic 9(9).
         03 dsh-po-number pic 9(6).
         03 dsh-po-line pic 9(3).
         03 dsh-currency pic x(3).
         03 dsh-unit-cost pic 9(9)v99.
         03 dsh-raised-date pic 9(8).
         03 dsh-ship-to pic x(64).
         03 dsh-status pic x.
           88 dsh-awaiting-vendor value "O".
           88 dsh-confirmed value "C".
         03 dsh-confirm-date pic 9(8).
         03 dsh-vendor-ref pic x(20).
         03 dsh-invoice-no pic 9(6).
         03 dsh-sale-net pic 9(9)v99.
         03 dsh-sale-tax pic 9(9)v99.
         03 dsh-tax-code pic x(4).
         03 dsh-cost-home pic 9(9)v99.

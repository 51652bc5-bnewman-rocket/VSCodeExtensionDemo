       01 invoice-record. *> Total length 129
         03 ivc-number pic 9(6).
         03 ivc-sep-1 pic x.
         03 ivc-status pic x.
           88 ivc-issued value "I".
           88 ivc-voided value "V".
         03 ivc-sep-2 pic x.
         03 ivc-date pic 9(8).
         03 ivc-sep-3 pic x.
         03 ivc-time pic 9(8).
         03 ivc-sep-4 pic x.
         03 ivc-customer-id pic 9(9).
         03 ivc-sep-5 pic x.
         03 ivc-so-number pic 9(6).
         03 ivc-sep-6 pic x.
         03 ivc-product-id pic 9(9).
         03 ivc-sep-7 pic x.
         03 ivc-quantity pic 9(9).
         03 ivc-sep-8 pic x.
         03 ivc-unit-price pic 9(9)v99.
         03 ivc-sep-9 pic x.
         03 ivc-tax-code pic x(4).
         03 ivc-sep-10 pic x.
         03 ivc-net-amount pic 9(9)v99.
         03 ivc-sep-11 pic x.
         03 ivc-tax-amount pic 9(9)v99.
         03 ivc-sep-12 pic x.
         03 ivc-location pic x(4).
         03 ivc-sep-13 pic x.
         03 ivc-operator pic x(8).
         03 ivc-sep-14 pic x.
         03 ivc-lot pic x(10).

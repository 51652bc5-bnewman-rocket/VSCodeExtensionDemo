       01 custpo-record. *> Total length 100
         03 cpo-so-number pic 9(6).
         03 cpo-sep-1 pic x.
         03 cpo-so-line pic 9(3).
         03 cpo-sep-2 pic x.
         03 cpo-customer-id pic 9(9).
         03 cpo-sep-3 pic x.
         03 cpo-reference pic x(20).
         03 cpo-sep-4 pic x.
         03 cpo-requested-date pic 9(8).
         03 cpo-sep-5 pic x.
         03 cpo-product-id pic 9(9).
         03 cpo-sep-6 pic x.
         03 cpo-quantity pic 9(9).
         03 cpo-sep-7 pic x.
         03 cpo-unit-price pic 9(9)v99.
         03 cpo-sep-8 pic x.
         03 cpo-import-date pic 9(8).
         03 cpo-sep-9 pic x.
         03 cpo-operator pic x(8).

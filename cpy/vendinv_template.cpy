       01 vendor-invoice-record. *> Total length 113
         03 vi-vendor-id pic 9(9).
         03 vi-sep-1 pic x.
         03 vi-invoice-no pic x(12).
         03 vi-sep-2 pic x.
         03 vi-po-number pic 9(6).
         03 vi-sep-3 pic x.
         03 vi-po-line pic 9(3).
         03 vi-sep-4 pic x.
         03 vi-product-id pic 9(9).
         03 vi-sep-5 pic x.
         03 vi-qty-billed pic 9(9).
         03 vi-sep-6 pic x.
         03 vi-unit-price pic 9(9)v99.
         03 vi-sep-7 pic x.
         03 vi-qty-open pic 9(9).
         03 vi-sep-8 pic x.
         03 vi-po-price pic 9(9)v99.
         03 vi-sep-9 pic x.
         03 vi-status pic x.
           88 vi-approved value "A".
           88 vi-held value "H".
           88 vi-released value "R".
         03 vi-sep-10 pic x.
         03 vi-reason pic x(5).
         03 vi-sep-11 pic x.
         03 vi-date pic 9(8).
         03 vi-sep-12 pic x.
         03 vi-operator pic x(8).

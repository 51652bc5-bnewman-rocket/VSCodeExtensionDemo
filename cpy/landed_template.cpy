       01 landed-record. *> Total length 132
         03 lc-number pic 9(6).
         03 lc-sep-1 pic x.
         03 lc-date pic 9(8).
         03 lc-sep-2 pic x.
         03 lc-charge-type pic x(3).
           88 lc-freight value "FRT".
           88 lc-duty value "DUT".
           88 lc-brokerage value "BRK".
         03 lc-sep-3 pic x.
         03 lc-basis pic x.
           88 lc-by-weight value "W".
           88 lc-by-value value "V".
           88 lc-by-quantity value "Q".
         03 lc-sep-4 pic x.
         03 lc-reference pic x(12).
         03 lc-sep-5 pic x.
         03 lc-po-number pic 9(6).
         03 lc-sep-6 pic x.
         03 lc-po-line pic 9(3).
         03 lc-sep-7 pic x.
         03 lc-product-id pic 9(9).
         03 lc-sep-8 pic x.
         03 lc-location pic x(4).
         03 lc-sep-9 pic x.
         03 lc-layer-seq pic 9(9).
         03 lc-sep-10 pic x.
         03 lc-basis-amount pic 9(9)v99.
         03 lc-sep-11 pic x.
         03 lc-allocated pic 9(9)v99.
         03 lc-sep-12 pic x.
         03 lc-capitalised pic 9(9)v99.
         03 lc-sep-13 pic x.
         03 lc-expensed pic 9(9)v99.
         03 lc-sep-14 pic x.
         03 lc-gl-key pic x(4).
         03 lc-sep-15 pic x.
         03 lc-operator pic x(8).

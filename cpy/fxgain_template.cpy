       01 fx-realised-record. *> Total length 128
         03 fxr-date pic 9(8).
         03 fxr-sep-1 pic x.
         03 fxr-cpty-id pic 9(9).
         03 fxr-sep-2 pic x.
         03 fxr-item-seq pic 9(9).
         03 fxr-sep-3 pic x.
         03 fxr-currency pic x(3).
         03 fxr-sep-4 pic x.
         03 fxr-foreign-amount pic 9(9)v99.
         03 fxr-sep-5 pic x.
         03 fxr-book-rate pic 9(5)v9(6).
         03 fxr-sep-6 pic x.
         03 fxr-pay-rate pic 9(5)v9(6).
         03 fxr-sep-7 pic x.
         03 fxr-home-booked pic 9(9)v99.
         03 fxr-sep-8 pic x.
         03 fxr-home-paid pic 9(9)v99.
         03 fxr-sep-9 pic x.
         03 fxr-result pic x.
           88 fxr-gain value "G".
           88 fxr-loss value "L".
         03 fxr-sep-10 pic x.
         03 fxr-amount pic 9(9)v99.
         03 fxr-sep-11 pic x.
         03 fxr-reference pic x(12).
         03 fxr-sep-12 pic x.
         03 fxr-operator pic x(8).

       01 fxitem-template. *> Total length 73
         03 fxi-key.
           05 fxi-cpty-id pic 9(9).
           05 fxi-item-seq pic 9(9).
         03 fxi-currency pic x(3).
         03 fxi-rate pic 9(5)v9(6).
         03 fxi-rate-date pic 9(8).
         03 fxi-foreign-original pic s9(9)v99.
         03 fxi-foreign-open pic s9(9)v99.
         03 fxi-home-original pic s9(9)v99.

       01 allocation-template. *> Total length 31
         03 alloc-key.
           05 alloc-so-number pic 9(6).
           05 alloc-so-line pic 9(3).
         03 alloc-product-id pic 9(9).
         03 alloc-location pic x(4).
         03 alloc-quantity pic s9(9).

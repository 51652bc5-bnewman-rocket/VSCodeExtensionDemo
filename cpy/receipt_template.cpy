       01 receipt-record. *> Total length 87
         03 rcv-po-number pic 9(6).
         03 rcv-sep-1 pic x.
         03 rcv-po-line pic 9(3).
         03 rcv-sep-2 pic x.
         03 rcv-vendor-id pic 9(9).
         03 rcv-sep-3 pic x.
         03 rcv-product-id pic 9(9).
         03 rcv-sep-4 pic x.
         03 rcv-location pic x(4).
         03 rcv-sep-5 pic x.
         03 rcv-layer-seq pic 9(9).
         03 rcv-sep-6 pic x.
         03 rcv-quantity pic 9(9).
         03 rcv-sep-7 pic x.
         03 rcv-unit-cost pic 9(9)v99.
         03 rcv-sep-8 pic x.
         03 rcv-date pic 9(8).
         03 rcv-sep-9 pic x.
         03 rcv-lot pic x(10).

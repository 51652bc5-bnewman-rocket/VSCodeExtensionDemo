       01 nrv-audit-record. *> Total length 127
         03 nrv-date pic 9(8).
         03 nrv-sep-1 pic x.
         03 nrv-time pic 9(8).
         03 nrv-sep-2 pic x.
         03 nrv-period pic 9(6).
         03 nrv-sep-3 pic x.
         03 nrv-product-id pic 9(9).
         03 nrv-sep-4 pic x.
         03 nrv-location pic x(4).
         03 nrv-sep-5 pic x.
         03 nrv-layer-seq pic 9(9).
         03 nrv-sep-6 pic x.
         03 nrv-quantity pic 9(9).
         03 nrv-sep-7 pic x.
         03 nrv-old-cost pic 9(9)v99.
         03 nrv-sep-8 pic x.
         03 nrv-new-cost pic 9(9)v99.
         03 nrv-sep-9 pic x.
         03 nrv-loss pic 9(9)v99.
         03 nrv-sep-10 pic x.
         03 nrv-sell-price pic 9(9)v99.
         03 nrv-sep-11 pic x.
         03 nrv-sell-cost-pct pic 9(3)v99.
         03 nrv-sep-12 pic x.
         03 nrv-gl-key pic x(4).
         03 nrv-sep-13 pic x.
         03 nrv-operator pic x(8).

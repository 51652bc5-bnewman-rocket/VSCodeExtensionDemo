       01 override-record. *> Total length 119
         03 ovr-date pic 9(8).
         03 ovr-sep-1 pic x.
         03 ovr-time pic 9(8).
         03 ovr-sep-2 pic x.
         03 ovr-operator pic x(8).
         03 ovr-sep-3 pic x.
         03 ovr-control pic x(6).
           88 ovr-credit-limit value "CREDIT".
           88 ovr-oversell value "OVRSEL".
           88 ovr-allocated value "ALLOC".
         03 ovr-sep-4 pic x.
         03 ovr-decision pic x.
           88 ovr-granted value "G".
           88 ovr-declined value "D".
           88 ovr-refused value "R".
         03 ovr-sep-5 pic x.
         03 ovr-product-id pic 9(9).
         03 ovr-sep-6 pic x.
         03 ovr-cpty-id pic 9(9).
         03 ovr-sep-7 pic x.
         03 ovr-quantity pic 9(9).
         03 ovr-sep-8 pic x.
         03 ovr-amount pic 9(9)v99.
         03 ovr-sep-9 pic x.
         03 ovr-limit pic s9(11)v99 sign leading separate.
         03 ovr-sep-10 pic x.
         03 ovr-actual pic s9(11)v99 sign leading separate.
         03 ovr-sep-11 pic x.
         03 ovr-location pic x(4).
         03 ovr-sep-12 pic x.
         03 ovr-source pic x(6).

       01 cashbook-record. *> Total length 90
         03 cb-entry-no pic 9(6).
         03 cb-sep-1 pic x.
         03 cb-status pic x.
           88 cb-journaled value "O".
           88 cb-cleared value "C".
         03 cb-sep-2 pic x.
         03 cb-date pic 9(8).
         03 cb-sep-3 pic x.
         03 cb-time pic 9(8).
         03 cb-sep-4 pic x.
         03 cb-bank pic x(8).
         03 cb-sep-5 pic x.
         03 cb-kind pic x.
           88 cb-receipt value "R".
           88 cb-disbursement value "D".
         03 cb-sep-6 pic x.
         03 cb-cpty-id pic 9(9).
         03 cb-sep-7 pic x.
         03 cb-reference pic x(12).
         03 cb-sep-8 pic x.
         03 cb-amount pic 9(9)v99.
         03 cb-sep-9 pic x.
         03 cb-cleared-date pic 9(8).
         03 cb-sep-10 pic x.
         03 cb-operator pic x(8).

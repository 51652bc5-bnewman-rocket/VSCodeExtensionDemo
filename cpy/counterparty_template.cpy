         03 chdr-sep-4 pic x.
         03 chdr-status pic x(6).

       01 counterparty-template. *> Total length 138
         03 cpty-id pic 9(9).
         03 cpty-type pic x.
           88 cpty-is-customer value "C".
         03 cpty-status pic x value "A".
           88 cpty-active value "A".
           88 cpty-inactive value "I".
         03 cpty-currency pic x(3).

         03 ihdr-sep-4 pic x.
         03 ihdr-last-count pic x(10).
         03 ihdr-sep-5 pic x.
         03 ihdr-allocated pic x(9).
         03 ihdr-sep-6 pic x.
         03 ihdr-available pic x(9).
         03 ihdr-sep-7 pic x.
         03 ihdr-alert pic x(9).

       01 inventory-template. *> Total length 39

       01 nightly-log-record. *> Total length 122
         03 ngl-run-date pic 9(8).
         03 ngl-sep-1 pic x.
         03 ngl-step-no pic 9(2).
         03 ngl-sep-2 pic x.
         03 ngl-step-name pic x(12).
         03 ngl-sep-3 pic x.
         03 ngl-status pic x(4).
           88 ngl-step-ok value "OK".
           88 ngl-step-failed value "FAIL".
         03 ngl-sep-4 pic x.
         03 ngl-start-date pic 9(8).
         03 ngl-sep-5 pic x.
         03 ngl-start-time pic 9(6).
         03 ngl-sep-6 pic x.
         03 ngl-end-date pic 9(8).
         03 ngl-sep-7 pic x.
         03 ngl-end-time pic 9(6).
         03 ngl-sep-8 pic x.
         03 ngl-count-1 pic 9(9).
         03 ngl-sep-9 pic x.
         03 ngl-count-2 pic 9(9).
         03 ngl-sep-10 pic x.
         03 ngl-note pic x(40).

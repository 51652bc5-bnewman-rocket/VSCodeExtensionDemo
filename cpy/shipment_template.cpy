       01 shipment-record. *> Total length 118
         03 shp-number pic 9(6).
         03 shp-sep-1 pic x.
         03 shp-date pic 9(8).
         03 shp-sep-2 pic x.
         03 shp-time pic 9(8).
         03 shp-sep-3 pic x.
         03 shp-so-number pic 9(6).
         03 shp-sep-4 pic x.
         03 shp-customer-id pic 9(9).
         03 shp-sep-5 pic x.
         03 shp-location pic x(4).
         03 shp-sep-6 pic x.
         03 shp-carrier pic x(10).
         03 shp-sep-7 pic x.
         03 shp-tracking pic x(30).
         03 shp-sep-8 pic x.
         03 shp-lines pic 9(3).
         03 shp-sep-9 pic x.
         03 shp-units pic 9(9).
         03 shp-sep-10 pic x.
         03 shp-invoice-no pic 9(6).
         03 shp-sep-11 pic x.
         03 shp-operator pic x(8).

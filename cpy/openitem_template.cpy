         03 oi-item-status pic x.
           88 oi-item-open value "O".
           88 oi-item-paid value "C".
           88 oi-item-held value "H".

                   88  CM-CARD-LOST        VALUE 'L'.
                   88  CM-CARD-STOLEN      VALUE 'S'.
                   88  CM-CARD-HOT         VALUES 'B' 'L' 'S'.
                   88  CM-CARD-CHARGED-OFF VALUE 'C'.
               10  CM-CARD-ISSUE-DATE  PIC X(08).
               10  CM-CARD-EXPIRY-DATE PIC X(08).

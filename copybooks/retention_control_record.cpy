*> Record layout for RETNCTL, the records-retention control card.
*> rn_retention_days is how long a departed student's wellbeing
*> data may be kept after they leave the roster (zero or not
*> numeric means 365). rn_next_token is the next number to hand
*> out for an anonymous name; the retention job writes the card
*> back with it advanced, so no token is ever issued twice.
01 retention_control_record.
    05 rn_retention_days   pic 9(4).
    05 rn_next_token       pic 9(6).

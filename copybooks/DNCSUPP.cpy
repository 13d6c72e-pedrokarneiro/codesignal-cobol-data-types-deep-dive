      *>   'PHON' phone contact
      *>   'STMT' statutory mail (monthly statements) -- a legal
      *>          hold suppresses statements ONLY via this scope
      *>   'INSR' hazard-insurance reminders and expiry notices
      *>   'ALL ' everything above
      *> Every run appends what it withheld, and why, to the
      *> suppressed-items register.

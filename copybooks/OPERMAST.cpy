      *> PAYPIN.cpy-style three-strike credential state. Roles:
      *> 'INQ' inquiry only, 'TEL' teller (inquiry and update, but
      *> never correcting the teller's own rejected entries),
      *> 'COL' collector (inquiry and the collection work queue),
      *> 'SUP' supervisor (everything). OPR-STATUS 'A' active,
      *> 'D' deactivated -- flipping it to 'D' here shuts a
      *> terminated operator out of every screen at once.

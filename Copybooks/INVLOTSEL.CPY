      *  Inventory lot file - FILE-CONTROL entry.
      *  One line per dated roast lot still in the warehouse,
      *  under its product's one on-hand bucket on the master;
      *  each roast batch books its yield as a lot, the pick list
      *  relieves the oldest lot first, and the freshness report
      *  flags what has sat too long.
      *************************************************************

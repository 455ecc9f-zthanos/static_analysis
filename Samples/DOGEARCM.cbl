      *   online archive copy - a destruction certificate for rows
      *   still readable through DOGEHADX would be worthless. After
      *   every consolidation the DOGEARCH DD in the full-history
      *   jobs (DOGESTMT, DOGELOTB) must carry the retained year
      *   datasets concatenated ahead of the running archive, or
      *   their recomputes silently lose the consolidated years.
      *   DOGEAUDT audit retention is deliberately NOT handled here -

      *   EI exchange in  EO exchange out
      *   TI transfer in  TO transfer out
      *   TR trail comm.  FE account fee
      *   DC dealer concession
      *
      * A blank category is the generic row an event falls
      * back to when no category-specific row matches.  The

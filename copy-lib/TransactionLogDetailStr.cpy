      *   TLOG-LOCATION is the stock location the movement applied
      *   to; TLOG-LOCATION-TO is zero except on type T transfers,
      *   where it names the location the stock moved to.
      *   Customer returns carry their own types so they are never
      *   mistaken for supplier receipts: M = returned goods put
      *   back into stock at TLOG-LOCATION, W = returned goods
      *   scrapped, which leaves the on-hand unchanged and carries
      *   location zero.
      *   A kit build logs one type I record for every component
      *   issued to the build and one type K record for the
      *   finished kits put into stock, all at the same location.
      *   TLOG-SOURCE-CODE says which path posted the movement
      *   (K = keyed entry, B = scanner batch, P = purchase receipt,
      *   C = cycle count, O = order allocation, M = customer
      *   returns desk, A = kit assembly) and
      *   TLOG-OPERATOR-ID carries the signed-on operator, or the
      *   posting program's name for unattended runs, so audit can
      *   always answer who moved the stock.

      * audited.  Maintained in batch by DEPDMNT from operations
      * transaction cards, the same card-image discipline SKEDMNT uses
      * for the expected-jobs registry; read by the DEPDSWP
      * out-of-order sweep at the end of the batch window, and by the
      * DEPDPATH critical-path analysis, which times the pairs as a
      * job network from the BASEREC baseline.
      *
      * The pair of job names is the whole key - one predecessor may
      * appear in many pairs and so may one successor.  The sweep

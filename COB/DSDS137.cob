      * transfers, each as its own flat file; the DSDS166 reformat
      * step ahead of this program turns both into the common entry
      * layout on ACHENTRY, in originating-company order, attaching
      * the ACH company identity from its ACHCOMP table.  DSDS189
      * screens the receivers against the sanctions list in between,
      * so an entry held for compliance never reaches this program.
      *
      * One pass builds the 94-byte NACHA file on NACHOUT:
      *  - a file header from the NACHPARM transmission parameters

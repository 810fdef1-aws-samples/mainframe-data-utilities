      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * ABC classification from order-history usage. ORDHSTF is the
      * trailing twelve months of the order-history generations
      * COBST10 writes (see ORDHSTF.cpy), JCL-concatenated oldest
      * first: shipments accumulate per item, extend at standard
      * cost (default unit price when the item carries no
      * standard), and the items rank by usage value --
      * the top 80 percent of the dollars are class A, the next 15
      * class B, the rest C. The class stamps onto both records of
      * the item pair (STOCK-ABC-CLASS), where the cycle-count
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.

       COPY ORDHSTF.

       FD  STOCKM.


      *fields replaced by a customer id - while building the new
      *customers.dat master alongside it.
      *
      *NOTE: the 65-character layout this program writes has since
      *been superseded by the 70-character layout that carries a
      *product code - ACCOUNTS-PRODUCT (accounts_product.cbl)
      *performs that later migration. An upgrade from the
      *102-character layout must run this program first and
      *ACCOUNTS-PRODUCT after it.
      *
      *Accounts carrying exactly the same first and second name are
      *taken to be the same person and share one customer record,
      *which is the point of the split: one CHANGE_NAME per

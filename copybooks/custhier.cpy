      *================================================================
      * CUSTHIER
      * National account hierarchy, keyed to CUSTOMER-ID, linking a
      * child account (one branch or ship-to of a chain) to the
      * parent account that owns the relationship. The parent
      * carries a record of its own whose parent ID is its own
      * CUSTOMER-ID; that head record holds the family's combined
      * credit limit and combined 90-plus limit, and every member of
      * the family - the parent included - is found through the
      * parent ID alternate key. A zero family limit means no
      * combined limit; a zero 90-plus limit means the family is
      * held to the same 90-plus threshold as a single account.
      * Families are one level deep: a parent is never itself the
      * child of another parent. Maintained through the
      * CUSTOMER-EDIT / CUSTOMER-UPDATE stream with the 'H'
      * hierarchy transaction; a family's combined credit limit can
      * also be changed on the head account in CUSTOMER-INQUIRY, and
      * a large raise there goes through the same dual control as
      * an account's own credit limit.
      *================================================================
       01 CUSTOMER-HIERARCHY-RECORD.
           05 HR-CUSTOMER-ID               PIC 9(5).
           05 HR-PARENT-CUSTOMER-ID        PIC 9(5).
           05 HR-FAMILY-CREDIT-LIMIT       PIC 9(7)V99.
           05 HR-FAMILY-PAST-DUE-LIMIT     PIC 9(7)V99.
           05 HR-LINKED-DATE               PIC 9(8).

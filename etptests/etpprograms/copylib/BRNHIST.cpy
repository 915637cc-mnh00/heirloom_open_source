      *    branch transfer history - one row per move of a customer,
      *    an account or a whole branch from one branch to another,
      *    keyed by what moved and the business date the move took
      *    effect.  A customer's move is scheduled on ETPECST (action
      *    'T') and a branch closure through ETPBBRX's request file;
      *    ETPBBRX applies each scheduled move at the start of its
      *    effective day, before the posting run, rewriting the
      *    customer's and the accounts' branch, adding an account row
      *    for every account it carried across with the balance moved
      *    between the two branches' POSTCTRL 'BP' totals, and a 'B'
      *    row on CUSTAUD for each customer moved.  The branch an
      *    account stood at on a past day is the from-branch of its
      *    first applied move effective after that day, or ACCTMAST-
      *    BRANCH when there is none; ETPBGLJ files postings under it
       01  BRNHIST-RECORD.
           02  BRNHIST-KEY.
               03  BRNHIST-KIND               PIC X(1).
                   88  BRNHIST-IS-BRANCH      VALUE 'B'.
                   88  BRNHIST-IS-CUSTOMER    VALUE 'C'.
                   88  BRNHIST-IS-ACCOUNT     VALUE 'A'.
      *        the customer or account number; the closing branch's
      *        code on a branch row
               03  BRNHIST-ID                 PIC X(10).
               03  BRNHIST-EFF-DATE           PIC 9(8).
      *    spaces on either side is the pre-branch book; the from
      *    branch of a scheduled customer move is the branch it stood
      *    at when keyed and is refreshed when the move is applied
           02  BRNHIST-FROM-BRANCH            PIC X(3).
           02  BRNHIST-TO-BRANCH              PIC X(3).
           02  BRNHIST-STATUS                 PIC X(1).
               88  BRNHIST-IS-SCHEDULED       VALUE 'S'.
               88  BRNHIST-IS-DONE            VALUE 'D'.
               88  BRNHIST-IS-CANCELLED       VALUE 'X'.
      *    how the move came about - a customer's own on ETPECST or
      *    a branch closure
           02  BRNHIST-SOURCE                 PIC X(1).
               88  BRNHIST-FROM-ONLINE        VALUE 'O'.
               88  BRNHIST-FROM-CLOSURE       VALUE 'B'.
      *    on an account row the customer whose move carried it (spaces
      *    for an account moved on its own by a closure) and the
      *    ledger balance moved between the branches' totals
           02  BRNHIST-CUSTNO                 PIC X(10).
           02  BRNHIST-BALANCE                PIC S9(9)V99.
           02  BRNHIST-REQ-BY                 PIC X(8).
           02  BRNHIST-REQ-DATE               PIC 9(8).
           02  BRNHIST-DONE-DATE              PIC 9(8).
      *    accounts (or, on a branch row, customers and accounts)
      *    the move carried across
           02  BRNHIST-MOVED-COUNT            PIC 9(5).

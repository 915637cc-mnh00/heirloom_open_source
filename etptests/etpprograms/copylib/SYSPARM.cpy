      *                 the ETPBAGE aging report raises the alarm
      *      'CUSTARCD' days of silence after a customer close
      *                 before ETPBCAR archives them off the master
      *      'COLLDAYS' days continuously overdrawn before ETPBODR
      *                 opens a collections case even inside the limit
      *      'ESCHDAYS' days without posting activity before a
      *                 dormant account is taken up for escheatment
      *      'ESCHWAIT' days after the final notice before ETPBESC
      *                 hands the balance over as unclaimed property
      *      'CTRLIMIT' base-currency amount a customer's credits or
      *                 debits for the day must exceed before ETPBCTR
      *                 files a large-cash threshold report
      *      'KYCLTRDY' days after a KYCDUE letter before ETPBKYC will
      *                 queue the customer another one
      *      'DISPDAYS' calendar days from opening by which a customer
      *                 dispute must be decided (ETPEDSP deadline)
      *      'DISPWARN' days before a dispute's deadline that ETPBDSP
      *                 starts raising DISPUTE alerts
      *      'BRKGMINS' minutes a break-glass admin elevation claimed
      *                 on ETPESON lasts before ETPEMNU drops it
      *      'OIMDAYS ' days apart two open items' value dates may
      *                 be for ETPBOIM to pair them on amount alone
      *      'CAPWARN ' percent of a file's CAPTBL ceiling at which
      *                 ETPBCAP raises a capacity warning
      *      'CAPSHRNK' percent a file without a CAPTBL row may fall
      *                 overnight before ETPBCAP flags the fall
      *      'CAPDAYS ' days of CAPHIST history ETPBCAP measures a
      *                 file's growth rate over
      *      'SORETRY ' following business days ETPBSTO retries a
      *                 standing-order payment refused for want of
      *                 funds before recording it failed
      *      'SOFAILMX' failed standing-order payments in a row
      *                 after which ETPBSTO suspends the order
      *      'SCVLIMIT' base-currency deposit-insurance coverage per
      *                 depositor that ETPBSCV splits insured from
      *                 uninsured balances at
      *      'WQSLSUSP' hours within which a work-queue item should be
      *      'WQSLHELD' disposed of, one row per queue - suspense,
      *      'WQSLXFER' held postings, held transfers, pending
      *      'WQSLPCHG' customer changes and dead letters; ETPBWQT
      *      'WQSLDLTR' measures each operator's items against them
      *      'WQSLAPCT' percent of a queue's items that must meet its
      *                 target for the day to count as met; ETPBWQT
      *                 alerts on a queue missing two days running
      *      'NRWARNPC' percent of a NUMRANGE number range given out
      *                 at which ETPBNRG warns it is nearly used up,
      *                 where the range carries no percent of its own
      *      'QUOTEVLD' days a term-deposit rate quote from ETPEQOT
      *                 stays good for opening on ETPEAMT
      *      'CHQLEAVS' leaves in a cheque book ETPECHQ issues when
      *                 none are keyed (1 to 50)
       01  SYSPARM-RECORD.
           02  SYSPARM-KEY                    PIC X(8).
           02  SYSPARM-VALUE                  PIC 9(7).

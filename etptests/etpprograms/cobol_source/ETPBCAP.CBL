       identification division.

       program-id. ETPBCAP.

       author.    Heirloom Computing Inc.

      ******************************************************************
      *        Copyright (C) 2010-2013 Heirloom Computing Inc          *
      *                                                                *
      *                        ALL RIGHTS RESERVED                     *
      ******************************************************************
      *                                                                *
      * Property of Heirloom Computing Inc.  This software contains    *
      * confidential and proprietary information of Heirloom Computing *
      * Inc. and is made available solely pursuant to the terms of a   *
      * software license agreement, which governs its use.             *
      *                                                                *
      * No disclosure, reproduction or use of any portion of these     *
      * materials may be made without the express written consent of   *
      * Heirloom Computing Inc.                                        *
      *                                                                *
      ******************************************************************

      * ETPBCAP - file growth and capacity monitoring
      * Counts the records in every master, history, queue and
      * control file the system keeps, every night, so a file
      * filling up is seen weeks ahead instead of when a write fails.
      * Each night's count is kept on CAPHIST, and each file's growth
      * per day is measured against the oldest count inside the
      * SYSPARM 'CAPDAYS ' window (default 30 days).  A file with a
      * CAPTBL ceiling is reported with how full it stands and the
      * days left at that rate before the ceiling is reached; an
      * ALERTQ line is raised, category CAPACITY, as the count
      * crosses into the warning band (the CAPTBL percent, else
      * SYSPARM 'CAPWARN ', default 80) and again, high severity, as
      * it reaches the ceiling.  A count that falls further from the
      * last one than CAPTBL allows the file (SYSPARM 'CAPSHRNK',
      * default 10 percent, for a file without a row) is flagged as
      * an unexpected shrink, high severity.  The file's RETNTBL
      * retention is shown beside its growth, so the retention can be
      * tuned against what it actually holds.  A file this region
      * does not have is reported and skipped.  A rerun on the same
      * business date replaces that date's counts.
      * Output to RPTSPOOL and the job log.

       environment division.

       input-output section.
       file-control.
           select ACCTMAST-FILE assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is ACCTMAST-ACCTNO
               file status is ws-acctmast-status.

           select CUSTMAST-FILE assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is CUSTMAST-CUSTNO
               file status is ws-custmast-status.

           select ACCTXREF-FILE assign to "ACCTXREF"
               organization is indexed
               access mode is dynamic
               record key is ACCTXREF-KEY
               file status is ws-acctxref-status.

           select CUSTXREF-FILE assign to "CUSTXREF"
               organization is indexed
               access mode is dynamic
               record key is CUSTXREF-KEY
               file status is ws-custxref-status.

           select INTACCT-FILE assign to "INTACCT"
               organization is indexed
               access mode is dynamic
               record key is INTACCT-ROLE
               file status is ws-intacct-status.

           select PRODUCT-FILE assign to "PRODUCT"
               organization is indexed
               access mode is dynamic
               record key is PRODUCT-CODE
               file status is ws-product-status.

           select PARTNER-FILE assign to "PARTNER"
               organization is indexed
               access mode is dynamic
               record key is PARTNER-ID
               file status is ws-partner-status.

           select STAFFLNK-FILE assign to "STAFFLNK"
               organization is indexed
               access mode is dynamic
               record key is STAFFLNK-KEY
               file status is ws-stafflnk-status.

           select SIGNATRY-FILE assign to "SIGNATRY"
               organization is indexed
               access mode is dynamic
               record key is SIGNATRY-KEY
               file status is ws-signatry-status.

           select MANDATE-FILE assign to "MANDATE"
               organization is indexed
               access mode is dynamic
               record key is MANDATE-KEY
               file status is ws-mandate-status.

           select STANDORD-FILE assign to "STANDORD"
               organization is indexed
               access mode is dynamic
               record key is STANDORD-ID
               file status is ws-standord-status.

           select LEGALORD-FILE assign to "LEGALORD"
               organization is indexed
               access mode is dynamic
               record key is LEGALORD-KEY
               file status is ws-legalord-status.

           select EARMARK-FILE assign to "EARMARK"
               organization is indexed
               access mode is dynamic
               record key is EARMARK-KEY
               file status is ws-earmark-status.

           select WDNOTICE-FILE assign to "WDNOTICE"
               organization is indexed
               access mode is dynamic
               record key is WDNOTICE-KEY
               file status is ws-wdnotice-status.

           select OPENITEM-FILE assign to "OPENITEM"
               organization is indexed
               access mode is dynamic
               record key is OPENITEM-KEY
               file status is ws-openitem-status.

           select LOANSCHD-FILE assign to "LOANSCHD"
               organization is indexed
               access mode is dynamic
               record key is LOANSCHD-KEY
               file status is ws-loanschd-status.

           select CHGOFF-FILE assign to "CHGOFF"
               organization is indexed
               access mode is dynamic
               record key is CHGOFF-ACCTNO
               file status is ws-chgoff-status.

           select ESCHEAT-FILE assign to "ESCHEAT"
               organization is indexed
               access mode is dynamic
               record key is ESCHEAT-ACCTNO
               file status is ws-escheat-status.

           select POSTHIST-FILE assign to "POSTHIST"
               organization is indexed
               access mode is dynamic
               record key is POSTHIST-KEY
               file status is ws-posthist-status.

           select CUSTAUD-FILE assign to "CUSTAUD"
               organization is indexed
               access mode is dynamic
               record key is CUSTAUD-KEY
               file status is ws-custaud-status.

           select SECAUDIT-FILE assign to "SECAUDIT"
               organization is indexed
               access mode is dynamic
               record key is SECAUDIT-SEQ
               file status is ws-secaudit-status.

           select JNL4VW-FILE assign to "JNL4VW"
               organization is indexed
               access mode is dynamic
               record key is JNL4VW-LINENO
               file status is ws-jnl4vw-status.

           select JNL5VW-FILE assign to "JNL5VW"
               organization is indexed
               access mode is dynamic
               record key is JNL5VW-LINENO
               file status is ws-jnl5vw-status.

           select TXTIME-FILE assign to "TXTIME"
               organization is indexed
               access mode is dynamic
               record key is TXTIME-KEY
               file status is ws-txtime-status.

           select HLTHIST-FILE assign to "HLTHIST"
               organization is indexed
               access mode is dynamic
               record key is HLTHIST-KEY
               file status is ws-hlthist-status.

           select BALHIST-FILE assign to "BALHIST"
               organization is indexed
               access mode is dynamic
               record key is BALHIST-KEY
               file status is ws-balhist-status.

           select CFGAUD-FILE assign to "CFGAUD"
               organization is indexed
               access mode is dynamic
               record key is CFGAUD-KEY
               file status is ws-cfgaud-status.

           select PRIVACT-FILE assign to "PRIVACT"
               organization is indexed
               access mode is dynamic
               record key is PRIVACT-KEY
               file status is ws-privact-status.

           select SANCAUD-FILE assign to "SANCAUD"
               organization is indexed
               access mode is dynamic
               record key is SANCAUD-KEY
               file status is ws-sancaud-status.

           select RUNLOG-FILE assign to "RUNLOG"
               organization is indexed
               access mode is dynamic
               record key is RUNLOG-KEY
               file status is ws-runlog-status.

           select XREGPOS-FILE assign to "XREGPOS"
               organization is indexed
               access mode is dynamic
               record key is XREGPOS-KEY
               file status is ws-xregpos-status.

           select XREGDAY-FILE assign to "XREGDAY"
               organization is indexed
               access mode is dynamic
               record key is XREGDAY-KEY
               file status is ws-xregday-status.

           select DUPFNGR-FILE assign to "DUPFNGR"
               organization is indexed
               access mode is dynamic
               record key is DUPFNGR-KEY
               file status is ws-dupfngr-status.

           select ALERTQ-FILE assign to "ALERTQ"
               organization is indexed
               access mode is dynamic
               record key is ALERTQ-LINENO
               file status is ws-alertq-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
               record key is RPTSPOOL-KEY
               file status is ws-rptspool-status.

           select LTRQUE-FILE assign to "LTRQUE"
               organization is indexed
               access mode is dynamic
               record key is LTRQUE-KEY
               file status is ws-ltrque-status.

           select NTFQUE-FILE assign to "NTFQUE"
               organization is indexed
               access mode is dynamic
               record key is NTFQUE-KEY
               file status is ws-ntfque-status.

           select REPLQ-FILE assign to "REPLQ"
               organization is indexed
               access mode is dynamic
               record key is REPLQ-SEQ
               file status is ws-replq-status.

           select PENDREQ-FILE assign to "PENDREQ"
               organization is indexed
               access mode is dynamic
               record key is PENDREQ-SEQ
               file status is ws-pendreq-status.

           select DEADLTR-FILE assign to "DEADLTR"
               organization is indexed
               access mode is dynamic
               record key is DEADLTR-TASKN
               file status is ws-deadltr-status.

           select SUSPFILE-FILE assign to "SUSPFILE"
               organization is indexed
               access mode is dynamic
               record key is SUSPFILE-KEY
               file status is ws-suspfile-status.

           select HELDPOST-FILE assign to "HELDPOST"
               organization is indexed
               access mode is dynamic
               record key is HELDPOST-KEY
               file status is ws-heldpost-status.

           select PENDCHG-FILE assign to "PENDCHG"
               organization is indexed
               access mode is dynamic
               record key is PENDCHG-KEY
               file status is ws-pendchg-status.

           select PENDXFR-FILE assign to "PENDXFR"
               organization is indexed
               access mode is dynamic
               record key is PENDXFR-KEY
               file status is ws-pendxfr-status.

           select FUTRWHS-FILE assign to "FUTRWHS"
               organization is indexed
               access mode is dynamic
               record key is FUTRWHS-KEY
               file status is ws-futrwhs-status.

           select SANCHIT-FILE assign to "SANCHIT"
               organization is indexed
               access mode is dynamic
               record key is SANCHIT-KEY
               file status is ws-sanchit-status.

           select COLLCASE-FILE assign to "COLLCASE"
               organization is indexed
               access mode is dynamic
               record key is COLLCASE-ACCTNO
               file status is ws-collcase-status.

           select DISPCASE-FILE assign to "DISPCASE"
               organization is indexed
               access mode is dynamic
               record key is DISPCASE-TRACE-ID
               file status is ws-dispcase-status.

           select AMLCASE-FILE assign to "AMLCASE"
               organization is indexed
               access mode is dynamic
               record key is AMLCASE-KEY
               file status is ws-amlcase-status.

           select TXAUTH-FILE assign to "TXAUTH"
               organization is indexed
               access mode is dynamic
               record key is TXAUTH-KEY
               file status is ws-txauth-status.

           select SECROLE-FILE assign to "SECROLE"
               organization is indexed
               access mode is dynamic
               record key is SECROLE-USERID
               file status is ws-secrole-status.

           select SANCLIST-FILE assign to "SANCLIST"
               organization is indexed
               access mode is dynamic
               record key is SANCLIST-KEY
               file status is ws-sanclist-status.
           select CAPTBL-FILE assign to "CAPTBL"
               organization is indexed
               access mode is dynamic
               record key is CAPTBL-FILE-NAME
               file status is ws-captbl-status.

           select CAPHIST-FILE assign to "CAPHIST"
               organization is indexed
               access mode is dynamic
               record key is CAPHIST-KEY
               file status is ws-caphist-status.

           select RETNTBL-FILE assign to "RETNTBL"
               organization is indexed
               access mode is dynamic
               record key is RETNTBL-FILE-NAME
               file status is ws-retntbl-status.

           select JNLCOUNT-FILE assign to "JNLCOUNT"
               organization is indexed
               access mode is dynamic
               record key is JNLCOUNT-JNAME
               file status is ws-jnlcount-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select BUSCTRL-FILE assign to "BUSCTRL"
               organization is indexed
               access mode is dynamic
               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

       data division.

       file section.
       fd  ACCTMAST-FILE.
           copy ACCTMAST.

       fd  CUSTMAST-FILE.
           copy CUSTMAST.

       fd  ACCTXREF-FILE.
           copy ACCTXREF.

       fd  CUSTXREF-FILE.
           copy CUSTXREF.

       fd  INTACCT-FILE.
           copy INTACCT.

       fd  PRODUCT-FILE.
           copy PRODUCT.

       fd  PARTNER-FILE.
           copy PARTNER.

       fd  STAFFLNK-FILE.
           copy STAFFLNK.

       fd  SIGNATRY-FILE.
           copy SIGNATRY.

       fd  MANDATE-FILE.
           copy MANDATE.

       fd  STANDORD-FILE.
           copy STANDORD.

       fd  LEGALORD-FILE.
           copy LEGALORD.

       fd  EARMARK-FILE.
           copy EARMARK.

       fd  WDNOTICE-FILE.
           copy WDNOTICE.

       fd  OPENITEM-FILE.
           copy OPENITEM.

       fd  LOANSCHD-FILE.
           copy LOANSCHD.

       fd  CHGOFF-FILE.
           copy CHGOFF.

       fd  ESCHEAT-FILE.
           copy ESCHEAT.

       fd  POSTHIST-FILE.
           copy POSTHIST.

       fd  CUSTAUD-FILE.
           copy CUSTAUD.

       fd  SECAUDIT-FILE.
           copy SECAUDIT.

       fd  JNL4VW-FILE.
           copy JNL4VW.

       fd  JNL5VW-FILE.
           copy JNL5VW.

       fd  TXTIME-FILE.
           copy TXTIME.

       fd  HLTHIST-FILE.
           copy HLTHIST.

       fd  BALHIST-FILE.
           copy BALHIST.

       fd  CFGAUD-FILE.
           copy CFGAUD.

       fd  PRIVACT-FILE.
           copy PRIVACT.

       fd  SANCAUD-FILE.
           copy SANCAUD.

       fd  RUNLOG-FILE.
           copy RUNLOG.

       fd  XREGPOS-FILE.
           copy XREGPOS.

       fd  XREGDAY-FILE.
           copy XREGDAY.

       fd  DUPFNGR-FILE.
           copy DUPFNGR.

       fd  ALERTQ-FILE.
           copy ALERTQ.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  LTRQUE-FILE.
           copy LTRQUE.

       fd  NTFQUE-FILE.
           copy NTFQUE.

       fd  REPLQ-FILE.
           copy REPLQ.

       fd  PENDREQ-FILE.
           copy PENDREQ.

       fd  DEADLTR-FILE.
           copy DEADLTR.

       fd  SUSPFILE-FILE.
           copy SUSPFILE.

       fd  HELDPOST-FILE.
           copy HELDPOST.

       fd  PENDCHG-FILE.
           copy PENDCHG.

       fd  PENDXFR-FILE.
           copy PENDXFR.

       fd  FUTRWHS-FILE.
           copy FUTRWHS.

       fd  SANCHIT-FILE.
           copy SANCHIT.

       fd  COLLCASE-FILE.
           copy COLLCASE.

       fd  DISPCASE-FILE.
           copy DISPCASE.

       fd  AMLCASE-FILE.
           copy AMLCASE.

       fd  TXAUTH-FILE.
           copy TXAUTH.

       fd  SECROLE-FILE.
           copy SECROLE.

       fd  SANCLIST-FILE.
           copy SANCLIST.
       fd  CAPTBL-FILE.
           copy CAPTBL.

       fd  CAPHIST-FILE.
           copy CAPHIST.

       fd  RETNTBL-FILE.
           copy RETNTBL.

       fd  JNLCOUNT-FILE.
           copy JNLCOUNT.

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCAP'.

       01  ws-acctmast-status                pic x(2).
       01  ws-custmast-status                pic x(2).
       01  ws-acctxref-status                pic x(2).
       01  ws-custxref-status                pic x(2).
       01  ws-intacct-status                 pic x(2).
       01  ws-product-status                 pic x(2).
       01  ws-partner-status                 pic x(2).
       01  ws-stafflnk-status                pic x(2).
       01  ws-signatry-status                pic x(2).
       01  ws-mandate-status                 pic x(2).
       01  ws-standord-status                pic x(2).
       01  ws-legalord-status                pic x(2).
       01  ws-earmark-status                 pic x(2).
       01  ws-wdnotice-status                pic x(2).
       01  ws-openitem-status                pic x(2).
       01  ws-loanschd-status                pic x(2).
       01  ws-chgoff-status                  pic x(2).
       01  ws-escheat-status                 pic x(2).
       01  ws-posthist-status                pic x(2).
       01  ws-custaud-status                 pic x(2).
       01  ws-secaudit-status                pic x(2).
       01  ws-jnl4vw-status                  pic x(2).
       01  ws-jnl5vw-status                  pic x(2).
       01  ws-txtime-status                  pic x(2).
       01  ws-hlthist-status                 pic x(2).
       01  ws-balhist-status                 pic x(2).
       01  ws-cfgaud-status                  pic x(2).
       01  ws-privact-status                 pic x(2).
       01  ws-sancaud-status                 pic x(2).
       01  ws-runlog-status                  pic x(2).
       01  ws-xregpos-status                 pic x(2).
       01  ws-xregday-status                 pic x(2).
       01  ws-dupfngr-status                 pic x(2).
       01  ws-alertq-status                  pic x(2).
           88  ws-alertq-ok                  value '00'.
           88  ws-alertq-dup                 value '22'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-ltrque-status                  pic x(2).
       01  ws-ntfque-status                  pic x(2).
       01  ws-replq-status                   pic x(2).
       01  ws-pendreq-status                 pic x(2).
       01  ws-deadltr-status                 pic x(2).
       01  ws-suspfile-status                pic x(2).
       01  ws-heldpost-status                pic x(2).
       01  ws-pendchg-status                 pic x(2).
       01  ws-pendxfr-status                 pic x(2).
       01  ws-futrwhs-status                 pic x(2).
       01  ws-sanchit-status                 pic x(2).
       01  ws-collcase-status                pic x(2).
       01  ws-dispcase-status                pic x(2).
       01  ws-amlcase-status                 pic x(2).
       01  ws-txauth-status                  pic x(2).
       01  ws-secrole-status                 pic x(2).
       01  ws-sanclist-status                pic x(2).
       01  ws-captbl-status                  pic x(2).
           88  ws-captbl-ok                  value '00'.
       01  ws-caphist-status                 pic x(2).
           88  ws-caphist-ok                 value '00'.
           88  ws-caphist-dup                value '22'.
           88  ws-caphist-absent             value '35'.
       01  ws-retntbl-status                 pic x(2).
           88  ws-retntbl-ok                 value '00'.
       01  ws-jnlcount-status                pic x(2).
           88  ws-jnlcount-ok                value '00'.
           88  ws-jnlcount-notfnd            value '23'.
       01  ws-sysparm-status                 pic x(2).
           88  ws-sysparm-ok                 value '00'.
           88  ws-sysparm-notfnd             value '23'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-alert-open                     pic x(1) value 'N'.
           88  ws-alert-is-open              value 'Y'.
       01  ws-captbl-open                    pic x(1) value 'N'.
           88  ws-captbl-is-open             value 'Y'.
       01  ws-caphist-open                   pic x(1) value 'N'.
           88  ws-caphist-is-open            value 'Y'.
       01  ws-retntbl-open                   pic x(1) value 'N'.
           88  ws-retntbl-is-open            value 'Y'.

       01  ws-today                          pic 9(8).
       01  ws-today-int                      pic s9(9) comp.
       01  ws-window-start                   pic 9(8).

      ***--------------------------------------------------------------*
      *** the operating limits, SYSPARM over the defaults             *
      ***--------------------------------------------------------------*
       77  ws-warn-default                   pic 9(3) comp value 80.
       77  ws-shrink-default                 pic 9(3) comp value 10.
       77  ws-window-default                 pic 9(3) comp value 30.
       01  ws-warn-pct-sys                   pic 9(3).
       01  ws-shrink-pct-sys                 pic 9(3).
       01  ws-window-days                    pic 9(5).
       01  ws-parm-key                       pic x(8).
       01  ws-parm-value                     pic 9(7).

      ***--------------------------------------------------------------*
      *** the files counted, in report order                          *
      ***--------------------------------------------------------------*
       01  ws-cap-names.
           03  filler                        pic x(8) value 'ACCTMAST'.
           03  filler                        pic x(8) value 'CUSTMAST'.
           03  filler                        pic x(8) value 'ACCTXREF'.
           03  filler                        pic x(8) value 'CUSTXREF'.
           03  filler                        pic x(8) value 'INTACCT '.
           03  filler                        pic x(8) value 'PRODUCT '.
           03  filler                        pic x(8) value 'PARTNER '.
           03  filler                        pic x(8) value 'STAFFLNK'.
           03  filler                        pic x(8) value 'SIGNATRY'.
           03  filler                        pic x(8) value 'MANDATE '.
           03  filler                        pic x(8) value 'STANDORD'.
           03  filler                        pic x(8) value 'LEGALORD'.
           03  filler                        pic x(8) value 'EARMARK '.
           03  filler                        pic x(8) value 'WDNOTICE'.
           03  filler                        pic x(8) value 'OPENITEM'.
           03  filler                        pic x(8) value 'LOANSCHD'.
           03  filler                        pic x(8) value 'CHGOFF  '.
           03  filler                        pic x(8) value 'ESCHEAT '.
           03  filler                        pic x(8) value 'POSTHIST'.
           03  filler                        pic x(8) value 'CUSTAUD '.
           03  filler                        pic x(8) value 'SECAUDIT'.
           03  filler                        pic x(8) value 'JNL4VW  '.
           03  filler                        pic x(8) value 'JNL5VW  '.
           03  filler                        pic x(8) value 'TXTIME  '.
           03  filler                        pic x(8) value 'HLTHIST '.
           03  filler                        pic x(8) value 'BALHIST '.
           03  filler                        pic x(8) value 'CFGAUD  '.
           03  filler                        pic x(8) value 'PRIVACT '.
           03  filler                        pic x(8) value 'SANCAUD '.
           03  filler                        pic x(8) value 'RUNLOG  '.
           03  filler                        pic x(8) value 'XREGPOS '.
           03  filler                        pic x(8) value 'XREGDAY '.
           03  filler                        pic x(8) value 'DUPFNGR '.
           03  filler                        pic x(8) value 'ALERTQ  '.
           03  filler                        pic x(8) value 'RPTSPOOL'.
           03  filler                        pic x(8) value 'LTRQUE  '.
           03  filler                        pic x(8) value 'NTFQUE  '.
           03  filler                        pic x(8) value 'REPLQ   '.
           03  filler                        pic x(8) value 'PENDREQ '.
           03  filler                        pic x(8) value 'DEADLTR '.
           03  filler                        pic x(8) value 'SUSPFILE'.
           03  filler                        pic x(8) value 'HELDPOST'.
           03  filler                        pic x(8) value 'PENDCHG '.
           03  filler                        pic x(8) value 'PENDXFR '.
           03  filler                        pic x(8) value 'FUTRWHS '.
           03  filler                        pic x(8) value 'SANCHIT '.
           03  filler                        pic x(8) value 'COLLCASE'.
           03  filler                        pic x(8) value 'DISPCASE'.
           03  filler                        pic x(8) value 'AMLCASE '.
           03  filler                        pic x(8) value 'TXAUTH  '.
           03  filler                        pic x(8) value 'SECROLE '.
           03  filler                        pic x(8) value 'SANCLIST'.
       01  filler redefines ws-cap-names.
           03  ws-cap-name                   pic x(8) occurs 52 times.
       77  ws-cap-max                        pic 9(3) comp value 52.
       01  ws-cap-no                         pic 9(3) comp.
       01  ws-cap-status                     pic x(2).

      ***--------------------------------------------------------------*
      *** one file - its count tonight, its history and its limits    *
      ***--------------------------------------------------------------*
       01  ws-file-name                      pic x(8).
       01  ws-file-on-hand                   pic x(1).
           88  ws-file-is-on-hand            value 'Y'.
       01  ws-count                          pic 9(9) comp.
       01  ws-ceiling                        pic 9(9).
       01  ws-warn-pct                       pic 9(3).
       01  ws-shrink-pct                     pic 9(3).
       01  ws-retn-days                      pic 9(7).
       01  ws-base-found                     pic x(1).
           88  ws-base-was-found             value 'Y'.
       01  ws-base-date                      pic 9(8).
       01  ws-base-count                     pic 9(9).
       01  ws-prev-found                     pic x(1).
           88  ws-prev-was-found             value 'Y'.
       01  ws-prev-count                     pic 9(9).
       01  ws-prev-level                     pic x(1).
       01  ws-more-hist                      pic x(1).
           88  ws-more-hist-recs             value 'Y'.
       01  ws-span-days                      pic s9(9) comp.
       01  ws-growth                         pic s9(7)v9.
       01  ws-days-left                      pic 9(5).
       01  ws-days-work                      pic s9(11) comp.
       01  ws-level                          pic x(1).
       01  ws-shrunk                         pic x(1).
           88  ws-has-shrunk                 value 'Y'.
       01  ws-fall-pct                       pic 9(5).
       01  ws-full-pct                       pic 9(5).
       01  ws-note                           pic x(12).

      *    the ALERTQ line to raise
       01  ws-alert-severity                 pic x(1).
       01  ws-alert-text                     pic x(70).

       01  ws-files-counted                  pic 9(5) comp value 0.
       01  ws-files-absent                   pic 9(5) comp value 0.
       01  ws-files-warned                   pic 9(5) comp value 0.
       01  ws-files-shrunk                   pic 9(5) comp value 0.
       01  ws-alerts-raised                  pic 9(5) comp value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCAP'.

       01  ws-report-count                   pic zzzz9.
       01  ws-count-disp                     pic zzzzzzzz9.
       01  ws-ceiling-disp                   pic zzzzzzzz9.
       01  ws-from-disp                      pic zzzzzzzz9.
       01  ws-pct-disp                       pic zzz9.
       01  ws-growth-disp                    pic ------9.9.
       01  ws-days-disp                      pic zzzz9.
       01  ws-retn-disp                      pic zzzzzz9.

       procedure division.
       bcap-mainline section.
       bcap-mainline-para.
           perform bcap-initialize
           perform bcap-measure-file
               varying ws-cap-no from 1 by 1
               until ws-cap-no > ws-cap-max
           perform bcap-finalize
           stop run
           .
      ***--------------------------------------------------------------*
      *** the limits off SYSPARM, the history file (created on the    *
      *** first night), the ceilings and retention to report beside   *
      *** the counts, and the alert queue                             *
      ***--------------------------------------------------------------*
       bcap-initialize section.
       bcap-initialize-para.
           display 'ETPBCAP - file growth and capacity monitoring'
           perform bcap-load-business-date
           move function integer-of-date(ws-today)
               to ws-today-int
           move ws-warn-default to ws-warn-pct-sys
           move ws-shrink-default to ws-shrink-pct-sys
           move ws-window-default to ws-window-days
           open input SYSPARM-FILE
           if ws-sysparm-ok
               move 'CAPWARN ' to ws-parm-key
               perform bcap-read-parm
               if ws-parm-value > 0 and ws-parm-value <= 100
                   move ws-parm-value to ws-warn-pct-sys
               end-if
               move 'CAPSHRNK' to ws-parm-key
               perform bcap-read-parm
               if ws-parm-value > 0 and ws-parm-value <= 100
                   move ws-parm-value to ws-shrink-pct-sys
               end-if
               move 'CAPDAYS ' to ws-parm-key
               perform bcap-read-parm
               if ws-parm-value > 0 and ws-parm-value < 10000
                   move ws-parm-value to ws-window-days
               end-if
               close SYSPARM-FILE
           end-if
           move function date-of-integer(ws-today-int - ws-window-days)
               to ws-window-start
           open i-o CAPHIST-FILE
           if ws-caphist-absent
               open output CAPHIST-FILE
               close CAPHIST-FILE
               open i-o CAPHIST-FILE
           end-if
           if ws-caphist-ok
               move 'Y' to ws-caphist-open
           else
               display 'ETPBCAP - CAPHIST not available, status='
                   ws-caphist-status ' - no growth measured'
           end-if
           open input CAPTBL-FILE
           if ws-captbl-ok
               move 'Y' to ws-captbl-open
           else
               display 'ETPBCAP - no CAPTBL ceilings on hand'
           end-if
           open input RETNTBL-FILE
           if ws-retntbl-ok
               move 'Y' to ws-retntbl-open
           end-if
           perform bcap-spool-open
           open i-o ALERTQ-FILE
           open i-o JNLCOUNT-FILE
           if ws-alertq-ok and ws-jnlcount-ok
               move 'Y' to ws-alert-open
           end-if
           move spaces to ws-spool-text
           string 'FILE       RECORDS   CEILING  FULL  '
               'GROWTH/D  DAYS LEFT      RETAIN NOTE'
               into ws-spool-text
           perform bcap-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bcap-read-parm section.
       bcap-read-parm-para.
           move 0 to ws-parm-value
           move ws-parm-key to SYSPARM-KEY
           read SYSPARM-FILE
               invalid key
                   continue
           end-read
           if ws-sysparm-ok
               move SYSPARM-VALUE to ws-parm-value
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bcap-load-business-date section.
       bcap-load-business-date-para.
           move function current-date(1:8) to ws-today
           open input BUSCTRL-FILE
           if ws-busctrl-ok
               move 'BUSDATE ' to BUSCTRL-CNAME
               read BUSCTRL-FILE
                   invalid key
                       continue
               end-read
               if not ws-busctrl-notfnd
                   and BUSCTRL-DATE not = 0
                   move BUSCTRL-DATE to ws-today
               end-if
               close BUSCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one file: counted, measured against its history and limits, *
      *** kept on CAPHIST and reported                                *
      ***--------------------------------------------------------------*
       bcap-measure-file section.
       bcap-measure-file-para.
           move ws-cap-name(ws-cap-no) to ws-file-name
           perform bcap-count-file
           if not ws-file-is-on-hand
               add 1 to ws-files-absent
               move spaces to ws-spool-text
               string ws-file-name '  not on this region, status '
                   ws-cap-status
                   into ws-spool-text
               perform bcap-spool-line
           else
               add 1 to ws-files-counted
               perform bcap-load-limits
               perform bcap-read-history
               perform bcap-judge-growth
               perform bcap-save-history
               perform bcap-raise-alerts
               perform bcap-report-file
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every record of the file read through and counted           *
      ***--------------------------------------------------------------*
       bcap-count-file section.
       bcap-count-file-para.
           move 0 to ws-count
           move 'N' to ws-file-on-hand
           perform bcap-file-open
           if ws-cap-status = '00'
               move 'Y' to ws-file-on-hand
               perform bcap-count-record
                   until ws-cap-status not = '00'
               perform bcap-file-close
           else if ws-cap-status = '23'
      *        an open file positioned past its end holds no records
               move 'Y' to ws-file-on-hand
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcap-count-record section.
       bcap-count-record-para.
           perform bcap-file-read
           if ws-cap-status = '00'
               add 1 to ws-count
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the file's ceiling, warning band and shrink allowance off   *
      *** CAPTBL, and its retention off RETNTBL                       *
      ***--------------------------------------------------------------*
       bcap-load-limits section.
       bcap-load-limits-para.
           move 0 to ws-ceiling
           move ws-warn-pct-sys to ws-warn-pct
           move ws-shrink-pct-sys to ws-shrink-pct
           move 0 to ws-retn-days
           if ws-captbl-is-open
               move ws-file-name to CAPTBL-FILE-NAME
               read CAPTBL-FILE
                   invalid key
                       continue
               end-read
               if ws-captbl-ok
                   move CAPTBL-CEILING to ws-ceiling
                   if CAPTBL-WARN-PCT > 0
                       move CAPTBL-WARN-PCT to ws-warn-pct
                   end-if
                   move CAPTBL-SHRINK-PCT to ws-shrink-pct
               end-if
           end-if
           if ws-retntbl-is-open
               move ws-file-name to RETNTBL-FILE-NAME
               read RETNTBL-FILE
                   invalid key
                       continue
               end-read
               if ws-retntbl-ok
                   move RETNTBL-DAYS to ws-retn-days
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the file's counts inside the growth window: the oldest is   *
      *** the base the growth is measured from, the latest before     *
      *** tonight the one a shrink and a level change are judged by   *
      ***--------------------------------------------------------------*
       bcap-read-history section.
       bcap-read-history-para.
           move 'N' to ws-base-found
           move 'N' to ws-prev-found
           move space to ws-prev-level
           if ws-caphist-is-open
               move ws-file-name to CAPHIST-FILE-NAME
               move ws-window-start to CAPHIST-DATE
               start CAPHIST-FILE key >= CAPHIST-KEY
                   invalid key
                       continue
               end-start
               if ws-caphist-ok
                   move 'Y' to ws-more-hist
                   perform bcap-read-history-row
                       until not ws-more-hist-recs
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcap-read-history-row section.
       bcap-read-history-row-para.
           read CAPHIST-FILE next record
               at end
                   move 'N' to ws-more-hist
           end-read
           if not ws-caphist-ok
               or CAPHIST-FILE-NAME not = ws-file-name
               or CAPHIST-DATE >= ws-today
               move 'N' to ws-more-hist
           else
               if not ws-base-was-found
                   move 'Y' to ws-base-found
                   move CAPHIST-DATE to ws-base-date
                   move CAPHIST-COUNT to ws-base-count
               end-if
               move 'Y' to ws-prev-found
               move CAPHIST-COUNT to ws-prev-count
               move CAPHIST-LEVEL to ws-prev-level
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** growth per day since the base, the days left at that rate,  *
      *** the level the count stands at and whether it fell further   *
      *** than the file allows                                        *
      ***--------------------------------------------------------------*
       bcap-judge-growth section.
       bcap-judge-growth-para.
           move 0 to ws-growth
           move 99999 to ws-days-left
           move space to ws-level
           move 'N' to ws-shrunk
           move 0 to ws-full-pct
           if ws-base-was-found
               compute ws-span-days = ws-today-int
                   - function integer-of-date(ws-base-date)
               end-compute
               if ws-span-days > 0
                   compute ws-growth rounded =
                       (ws-count - ws-base-count) / ws-span-days
                       on size error
                           move 0 to ws-growth
                   end-compute
               end-if
           end-if
           if ws-ceiling > 0
               compute ws-full-pct = ws-count * 100 / ws-ceiling
                   on size error
                       move 99999 to ws-full-pct
               end-compute
               if ws-count >= ws-ceiling
                   move 'F' to ws-level
                   move 0 to ws-days-left
               else
                   if ws-count * 100 >= ws-ceiling * ws-warn-pct
                       move 'W' to ws-level
                   end-if
                   if ws-growth > 0
                       compute ws-days-work =
                           (ws-ceiling - ws-count) / ws-growth
                       end-compute
                       if ws-days-work < 99999
                           move ws-days-work to ws-days-left
                       end-if
                   end-if
               end-if
           end-if
           if ws-prev-was-found and ws-count < ws-prev-count
               compute ws-fall-pct =
                   (ws-prev-count - ws-count) * 100 / ws-prev-count
               end-compute
               if ws-fall-pct > ws-shrink-pct
                   move 'Y' to ws-shrunk
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** tonight's count kept - a rerun replaces the date's row      *
      ***--------------------------------------------------------------*
       bcap-save-history section.
       bcap-save-history-para.
           if ws-caphist-is-open
               move ws-file-name to CAPHIST-FILE-NAME
               move ws-today to CAPHIST-DATE
               move ws-count to CAPHIST-COUNT
               move ws-ceiling to CAPHIST-CEILING
               move ws-growth to CAPHIST-GROWTH
               move ws-days-left to CAPHIST-DAYS-LEFT
               move ws-level to CAPHIST-LEVEL
               move ws-shrunk to CAPHIST-SHRUNK
               write CAPHIST-RECORD
                   invalid key
                       continue
               end-write
               if ws-caphist-dup
                   rewrite CAPHIST-RECORD
               end-if
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** an alert as the count crosses into the warning band or      *
      *** reaches the ceiling, and on an unexpected shrink            *
      ***--------------------------------------------------------------*
       bcap-raise-alerts section.
       bcap-raise-alerts-para.
           move ws-count to ws-count-disp
           move ws-ceiling to ws-ceiling-disp
           if ws-level = 'F' and ws-prev-level not = 'F'
               add 1 to ws-files-warned
               move 'H' to ws-alert-severity
               move spaces to ws-alert-text
               string 'CAPACITY ' ws-file-name ' AT CEILING '
                   ws-count-disp ' OF ' ws-ceiling-disp
                   into ws-alert-text
               perform bcap-raise-alert
           end-if
           if ws-level = 'W' and ws-prev-level = space
               add 1 to ws-files-warned
               move ws-full-pct to ws-pct-disp
               move ws-days-left to ws-days-disp
               move 'R' to ws-alert-severity
               move spaces to ws-alert-text
               string 'CAPACITY ' ws-file-name ws-pct-disp
                   '% OF CEILING, ' ws-days-disp ' DAYS LEFT'
                   into ws-alert-text
               perform bcap-raise-alert
           end-if
           if ws-has-shrunk
               add 1 to ws-files-shrunk
               move ws-prev-count to ws-from-disp
               move 'H' to ws-alert-severity
               move spaces to ws-alert-text
               string 'CAPACITY ' ws-file-name ' SHRANK FROM '
                   ws-from-disp ' TO ' ws-count-disp
                   into ws-alert-text
               perform bcap-raise-alert
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcap-raise-alert section.
       bcap-raise-alert-para.
           if ws-alert-is-open
               move 'journal2' to JNLCOUNT-JNAME
               read JNLCOUNT-FILE
                   invalid key
                       continue
               end-read
               if ws-jnlcount-notfnd
                   move 'journal2' to JNLCOUNT-JNAME
                   move 1 to JNLCOUNT-COUNT
                   write JNLCOUNT-RECORD
               else
                   add 1 to JNLCOUNT-COUNT
                   rewrite JNLCOUNT-RECORD
               end-if
               move JNLCOUNT-COUNT to ALERTQ-LINENO
               move ws-alert-text to ALERTQ-TEXT
               move ws-alert-severity to ALERTQ-SEVERITY
               move 'CAPACITY' to ALERTQ-CATEGORY
               move function current-date(1:8)
                   to ALERTQ-RAISED-DATE
               move function current-date(9:6)
                   to ALERTQ-RAISED-TIME
               move 'N' to ALERTQ-ESCALATED
               move 'N' to ALERTQ-ACK
               move spaces to ALERTQ-ACK-USERID
               move 0 to ALERTQ-ACK-TIME
               write ALERTQ-RECORD
                   invalid key
                       continue
               end-write
               if ws-alertq-dup
                   rewrite ALERTQ-RECORD
               end-if
               add 1 to ws-alerts-raised
           end-if
           display 'ETPBCAP - ' ws-alert-text
           exit
           .
      ***--------------------------------------------------------------*
       bcap-report-file section.
       bcap-report-file-para.
           move ws-count to ws-count-disp
           move ws-growth to ws-growth-disp
           move spaces to ws-note
           evaluate true
               when ws-has-shrunk
                   move 'SHRANK' to ws-note
               when ws-level = 'F'
                   move 'AT CEILING' to ws-note
               when ws-level = 'W'
                   move 'WARNING' to ws-note
               when not ws-base-was-found
                   move 'FIRST COUNT' to ws-note
           end-evaluate
           move spaces to ws-spool-text
           if ws-ceiling > 0
               move ws-ceiling to ws-ceiling-disp
               move ws-full-pct to ws-pct-disp
               move ws-days-left to ws-days-disp
               string ws-file-name ' ' ws-count-disp ' '
                   ws-ceiling-disp ' ' ws-pct-disp '% '
                   ws-growth-disp '      ' ws-days-disp
                   into ws-spool-text
           else
               string ws-file-name ' ' ws-count-disp ' '
                   '        -     - ' ws-growth-disp
                   '          -'
                   into ws-spool-text
           end-if
           if ws-retn-days > 0
               move ws-retn-days to ws-retn-disp
               move ws-retn-disp to ws-spool-text(61:7)
           end-if
           move ws-note to ws-spool-text(69:12)
           perform bcap-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** one file's verbs, for the file ws-cap-no names - the alert  *
      *** queue and the report spool are already open for this run's  *
      *** own lines, and are read from their first record instead     *
      ***--------------------------------------------------------------*
       bcap-file-open section.
       bcap-file-open-para.
           evaluate ws-cap-no
               when 1
                   open input ACCTMAST-FILE
                   move ws-acctmast-status to ws-cap-status
               when 2
                   open input CUSTMAST-FILE
                   move ws-custmast-status to ws-cap-status
               when 3
                   open input ACCTXREF-FILE
                   move ws-acctxref-status to ws-cap-status
               when 4
                   open input CUSTXREF-FILE
                   move ws-custxref-status to ws-cap-status
               when 5
                   open input INTACCT-FILE
                   move ws-intacct-status to ws-cap-status
               when 6
                   open input PRODUCT-FILE
                   move ws-product-status to ws-cap-status
               when 7
                   open input PARTNER-FILE
                   move ws-partner-status to ws-cap-status
               when 8
                   open input STAFFLNK-FILE
                   move ws-stafflnk-status to ws-cap-status
               when 9
                   open input SIGNATRY-FILE
                   move ws-signatry-status to ws-cap-status
               when 10
                   open input MANDATE-FILE
                   move ws-mandate-status to ws-cap-status
               when 11
                   open input STANDORD-FILE
                   move ws-standord-status to ws-cap-status
               when 12
                   open input LEGALORD-FILE
                   move ws-legalord-status to ws-cap-status
               when 13
                   open input EARMARK-FILE
                   move ws-earmark-status to ws-cap-status
               when 14
                   open input WDNOTICE-FILE
                   move ws-wdnotice-status to ws-cap-status
               when 15
                   open input OPENITEM-FILE
                   move ws-openitem-status to ws-cap-status
               when 16
                   open input LOANSCHD-FILE
                   move ws-loanschd-status to ws-cap-status
               when 17
                   open input CHGOFF-FILE
                   move ws-chgoff-status to ws-cap-status
               when 18
                   open input ESCHEAT-FILE
                   move ws-escheat-status to ws-cap-status
               when 19
                   open input POSTHIST-FILE
                   move ws-posthist-status to ws-cap-status
               when 20
                   open input CUSTAUD-FILE
                   move ws-custaud-status to ws-cap-status
               when 21
                   open input SECAUDIT-FILE
                   move ws-secaudit-status to ws-cap-status
               when 22
                   open input JNL4VW-FILE
                   move ws-jnl4vw-status to ws-cap-status
               when 23
                   open input JNL5VW-FILE
                   move ws-jnl5vw-status to ws-cap-status
               when 24
                   open input TXTIME-FILE
                   move ws-txtime-status to ws-cap-status
               when 25
                   open input HLTHIST-FILE
                   move ws-hlthist-status to ws-cap-status
               when 26
                   open input BALHIST-FILE
                   move ws-balhist-status to ws-cap-status
               when 27
                   open input CFGAUD-FILE
                   move ws-cfgaud-status to ws-cap-status
               when 28
                   open input PRIVACT-FILE
                   move ws-privact-status to ws-cap-status
               when 29
                   open input SANCAUD-FILE
                   move ws-sancaud-status to ws-cap-status
               when 30
                   open input RUNLOG-FILE
                   move ws-runlog-status to ws-cap-status
               when 31
                   open input XREGPOS-FILE
                   move ws-xregpos-status to ws-cap-status
               when 32
                   open input XREGDAY-FILE
                   move ws-xregday-status to ws-cap-status
               when 33
                   open input DUPFNGR-FILE
                   move ws-dupfngr-status to ws-cap-status
               when 34
                   if ws-alert-is-open
                       move 0 to ALERTQ-LINENO
                       start ALERTQ-FILE key >= ALERTQ-LINENO
                           invalid key
                               continue
                       end-start
                   else
                       open input ALERTQ-FILE
                   end-if
                   move ws-alertq-status to ws-cap-status
               when 35
                   if ws-spool-is-open
                       move low-values to RPTSPOOL-KEY
                       start RPTSPOOL-FILE key >= RPTSPOOL-KEY
                           invalid key
                               continue
                       end-start
                   else
                       open input RPTSPOOL-FILE
                   end-if
                   move ws-rptspool-status to ws-cap-status
               when 36
                   open input LTRQUE-FILE
                   move ws-ltrque-status to ws-cap-status
               when 37
                   open input NTFQUE-FILE
                   move ws-ntfque-status to ws-cap-status
               when 38
                   open input REPLQ-FILE
                   move ws-replq-status to ws-cap-status
               when 39
                   open input PENDREQ-FILE
                   move ws-pendreq-status to ws-cap-status
               when 40
                   open input DEADLTR-FILE
                   move ws-deadltr-status to ws-cap-status
               when 41
                   open input SUSPFILE-FILE
                   move ws-suspfile-status to ws-cap-status
               when 42
                   open input HELDPOST-FILE
                   move ws-heldpost-status to ws-cap-status
               when 43
                   open input PENDCHG-FILE
                   move ws-pendchg-status to ws-cap-status
               when 44
                   open input PENDXFR-FILE
                   move ws-pendxfr-status to ws-cap-status
               when 45
                   open input FUTRWHS-FILE
                   move ws-futrwhs-status to ws-cap-status
               when 46
                   open input SANCHIT-FILE
                   move ws-sanchit-status to ws-cap-status
               when 47
                   open input COLLCASE-FILE
                   move ws-collcase-status to ws-cap-status
               when 48
                   open input DISPCASE-FILE
                   move ws-dispcase-status to ws-cap-status
               when 49
                   open input AMLCASE-FILE
                   move ws-amlcase-status to ws-cap-status
               when 50
                   open input TXAUTH-FILE
                   move ws-txauth-status to ws-cap-status
               when 51
                   open input SECROLE-FILE
                   move ws-secrole-status to ws-cap-status
               when 52
                   open input SANCLIST-FILE
                   move ws-sanclist-status to ws-cap-status
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcap-file-read section.
       bcap-file-read-para.
           evaluate ws-cap-no
               when 1
                   read ACCTMAST-FILE next record
                       at end
                           continue
                   end-read
                   move ws-acctmast-status to ws-cap-status
               when 2
                   read CUSTMAST-FILE next record
                       at end
                           continue
                   end-read
                   move ws-custmast-status to ws-cap-status
               when 3
                   read ACCTXREF-FILE next record
                       at end
                           continue
                   end-read
                   move ws-acctxref-status to ws-cap-status
               when 4
                   read CUSTXREF-FILE next record
                       at end
                           continue
                   end-read
                   move ws-custxref-status to ws-cap-status
               when 5
                   read INTACCT-FILE next record
                       at end
                           continue
                   end-read
                   move ws-intacct-status to ws-cap-status
               when 6
                   read PRODUCT-FILE next record
                       at end
                           continue
                   end-read
                   move ws-product-status to ws-cap-status
               when 7
                   read PARTNER-FILE next record
                       at end
                           continue
                   end-read
                   move ws-partner-status to ws-cap-status
               when 8
                   read STAFFLNK-FILE next record
                       at end
                           continue
                   end-read
                   move ws-stafflnk-status to ws-cap-status
               when 9
                   read SIGNATRY-FILE next record
                       at end
                           continue
                   end-read
                   move ws-signatry-status to ws-cap-status
               when 10
                   read MANDATE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-mandate-status to ws-cap-status
               when 11
                   read STANDORD-FILE next record
                       at end
                           continue
                   end-read
                   move ws-standord-status to ws-cap-status
               when 12
                   read LEGALORD-FILE next record
                       at end
                           continue
                   end-read
                   move ws-legalord-status to ws-cap-status
               when 13
                   read EARMARK-FILE next record
                       at end
                           continue
                   end-read
                   move ws-earmark-status to ws-cap-status
               when 14
                   read WDNOTICE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-wdnotice-status to ws-cap-status
               when 15
                   read OPENITEM-FILE next record
                       at end
                           continue
                   end-read
                   move ws-openitem-status to ws-cap-status
               when 16
                   read LOANSCHD-FILE next record
                       at end
                           continue
                   end-read
                   move ws-loanschd-status to ws-cap-status
               when 17
                   read CHGOFF-FILE next record
                       at end
                           continue
                   end-read
                   move ws-chgoff-status to ws-cap-status
               when 18
                   read ESCHEAT-FILE next record
                       at end
                           continue
                   end-read
                   move ws-escheat-status to ws-cap-status
               when 19
                   read POSTHIST-FILE next record
                       at end
                           continue
                   end-read
                   move ws-posthist-status to ws-cap-status
               when 20
                   read CUSTAUD-FILE next record
                       at end
                           continue
                   end-read
                   move ws-custaud-status to ws-cap-status
               when 21
                   read SECAUDIT-FILE next record
                       at end
                           continue
                   end-read
                   move ws-secaudit-status to ws-cap-status
               when 22
                   read JNL4VW-FILE next record
                       at end
                           continue
                   end-read
                   move ws-jnl4vw-status to ws-cap-status
               when 23
                   read JNL5VW-FILE next record
                       at end
                           continue
                   end-read
                   move ws-jnl5vw-status to ws-cap-status
               when 24
                   read TXTIME-FILE next record
                       at end
                           continue
                   end-read
                   move ws-txtime-status to ws-cap-status
               when 25
                   read HLTHIST-FILE next record
                       at end
                           continue
                   end-read
                   move ws-hlthist-status to ws-cap-status
               when 26
                   read BALHIST-FILE next record
                       at end
                           continue
                   end-read
                   move ws-balhist-status to ws-cap-status
               when 27
                   read CFGAUD-FILE next record
                       at end
                           continue
                   end-read
                   move ws-cfgaud-status to ws-cap-status
               when 28
                   read PRIVACT-FILE next record
                       at end
                           continue
                   end-read
                   move ws-privact-status to ws-cap-status
               when 29
                   read SANCAUD-FILE next record
                       at end
                           continue
                   end-read
                   move ws-sancaud-status to ws-cap-status
               when 30
                   read RUNLOG-FILE next record
                       at end
                           continue
                   end-read
                   move ws-runlog-status to ws-cap-status
               when 31
                   read XREGPOS-FILE next record
                       at end
                           continue
                   end-read
                   move ws-xregpos-status to ws-cap-status
               when 32
                   read XREGDAY-FILE next record
                       at end
                           continue
                   end-read
                   move ws-xregday-status to ws-cap-status
               when 33
                   read DUPFNGR-FILE next record
                       at end
                           continue
                   end-read
                   move ws-dupfngr-status to ws-cap-status
               when 34
                   read ALERTQ-FILE next record
                       at end
                           continue
                   end-read
                   move ws-alertq-status to ws-cap-status
               when 35
                   read RPTSPOOL-FILE next record
                       at end
                           continue
                   end-read
                   move ws-rptspool-status to ws-cap-status
               when 36
                   read LTRQUE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-ltrque-status to ws-cap-status
               when 37
                   read NTFQUE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-ntfque-status to ws-cap-status
               when 38
                   read REPLQ-FILE next record
                       at end
                           continue
                   end-read
                   move ws-replq-status to ws-cap-status
               when 39
                   read PENDREQ-FILE next record
                       at end
                           continue
                   end-read
                   move ws-pendreq-status to ws-cap-status
               when 40
                   read DEADLTR-FILE next record
                       at end
                           continue
                   end-read
                   move ws-deadltr-status to ws-cap-status
               when 41
                   read SUSPFILE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-suspfile-status to ws-cap-status
               when 42
                   read HELDPOST-FILE next record
                       at end
                           continue
                   end-read
                   move ws-heldpost-status to ws-cap-status
               when 43
                   read PENDCHG-FILE next record
                       at end
                           continue
                   end-read
                   move ws-pendchg-status to ws-cap-status
               when 44
                   read PENDXFR-FILE next record
                       at end
                           continue
                   end-read
                   move ws-pendxfr-status to ws-cap-status
               when 45
                   read FUTRWHS-FILE next record
                       at end
                           continue
                   end-read
                   move ws-futrwhs-status to ws-cap-status
               when 46
                   read SANCHIT-FILE next record
                       at end
                           continue
                   end-read
                   move ws-sanchit-status to ws-cap-status
               when 47
                   read COLLCASE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-collcase-status to ws-cap-status
               when 48
                   read DISPCASE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-dispcase-status to ws-cap-status
               when 49
                   read AMLCASE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-amlcase-status to ws-cap-status
               when 50
                   read TXAUTH-FILE next record
                       at end
                           continue
                   end-read
                   move ws-txauth-status to ws-cap-status
               when 51
                   read SECROLE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-secrole-status to ws-cap-status
               when 52
                   read SANCLIST-FILE next record
                       at end
                           continue
                   end-read
                   move ws-sanclist-status to ws-cap-status
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcap-file-close section.
       bcap-file-close-para.
           evaluate ws-cap-no
               when 1
                   close ACCTMAST-FILE
               when 2
                   close CUSTMAST-FILE
               when 3
                   close ACCTXREF-FILE
               when 4
                   close CUSTXREF-FILE
               when 5
                   close INTACCT-FILE
               when 6
                   close PRODUCT-FILE
               when 7
                   close PARTNER-FILE
               when 8
                   close STAFFLNK-FILE
               when 9
                   close SIGNATRY-FILE
               when 10
                   close MANDATE-FILE
               when 11
                   close STANDORD-FILE
               when 12
                   close LEGALORD-FILE
               when 13
                   close EARMARK-FILE
               when 14
                   close WDNOTICE-FILE
               when 15
                   close OPENITEM-FILE
               when 16
                   close LOANSCHD-FILE
               when 17
                   close CHGOFF-FILE
               when 18
                   close ESCHEAT-FILE
               when 19
                   close POSTHIST-FILE
               when 20
                   close CUSTAUD-FILE
               when 21
                   close SECAUDIT-FILE
               when 22
                   close JNL4VW-FILE
               when 23
                   close JNL5VW-FILE
               when 24
                   close TXTIME-FILE
               when 25
                   close HLTHIST-FILE
               when 26
                   close BALHIST-FILE
               when 27
                   close CFGAUD-FILE
               when 28
                   close PRIVACT-FILE
               when 29
                   close SANCAUD-FILE
               when 30
                   close RUNLOG-FILE
               when 31
                   close XREGPOS-FILE
               when 32
                   close XREGDAY-FILE
               when 33
                   close DUPFNGR-FILE
               when 34
                   if not ws-alert-is-open
                       close ALERTQ-FILE
                   end-if
               when 35
                   if not ws-spool-is-open
                       close RPTSPOOL-FILE
                   end-if
               when 36
                   close LTRQUE-FILE
               when 37
                   close NTFQUE-FILE
               when 38
                   close REPLQ-FILE
               when 39
                   close PENDREQ-FILE
               when 40
                   close DEADLTR-FILE
               when 41
                   close SUSPFILE-FILE
               when 42
                   close HELDPOST-FILE
               when 43
                   close PENDCHG-FILE
               when 44
                   close PENDXFR-FILE
               when 45
                   close FUTRWHS-FILE
               when 46
                   close SANCHIT-FILE
               when 47
                   close COLLCASE-FILE
               when 48
                   close DISPCASE-FILE
               when 49
                   close AMLCASE-FILE
               when 50
                   close TXAUTH-FILE
               when 51
                   close SECROLE-FILE
               when 52
                   close SANCLIST-FILE
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcap-finalize section.
       bcap-finalize-para.
           if ws-caphist-is-open
               close CAPHIST-FILE
           end-if
           if ws-captbl-is-open
               close CAPTBL-FILE
           end-if
           if ws-retntbl-is-open
               close RETNTBL-FILE
           end-if
           if ws-alert-is-open
               close ALERTQ-FILE
               close JNLCOUNT-FILE
           end-if
           move ws-files-counted to ws-report-count
           display 'ETPBCAP - files counted    : ' ws-report-count
           move spaces to ws-spool-text
           string 'files counted    : ' ws-report-count
               into ws-spool-text
           perform bcap-spool-line
           move ws-files-absent to ws-report-count
           display 'ETPBCAP - files not here   : ' ws-report-count
           move spaces to ws-spool-text
           string 'files not here   : ' ws-report-count
               into ws-spool-text
           perform bcap-spool-line
           move ws-files-warned to ws-report-count
           display 'ETPBCAP - capacity alerts  : ' ws-report-count
           move spaces to ws-spool-text
           string 'capacity alerts  : ' ws-report-count
               into ws-spool-text
           perform bcap-spool-line
           move ws-files-shrunk to ws-report-count
           display 'ETPBCAP - unexpected falls : ' ws-report-count
           move spaces to ws-spool-text
           string 'unexpected falls : ' ws-report-count
               into ws-spool-text
           perform bcap-spool-line
           perform bcap-spool-close
           display 'ETPBCAP - capacity monitoring complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bcap-spool-open section.
       bcap-spool-open-para.
           open i-o RPTSPOOL-FILE
           if ws-rptspool-absent
               open output RPTSPOOL-FILE
               close RPTSPOOL-FILE
               open i-o RPTSPOOL-FILE
           end-if
           if ws-rptspool-ok
               move 'Y' to ws-spool-open
               move ws-today to ws-spool-date
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcap-spool-line section.
       bcap-spool-line-para.
           if ws-spool-is-open
               add 1 to ws-spool-lineno
               move ws-spool-name to RPTSPOOL-NAME
               move ws-spool-date to RPTSPOOL-DATE
               move ws-spool-lineno to RPTSPOOL-LINENO
               move ws-spool-text to RPTSPOOL-TEXT
               write RPTSPOOL-RECORD
                   invalid key
                       rewrite RPTSPOOL-RECORD
               end-write
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcap-spool-close section.
       bcap-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBCAP.

       identification division.

       program-id. ETPBCFG.

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

      * ETPBCFG - control-table export, compare and import
      * The control tables - SYSPARM, MENUTBL, TXAUTH, TXCONFL,
      * SYSIDTBL, RATETBL, EXRATE, RETNTBL and ALRTSUB - are kept
      * separately on each region, and drift apart between the
      * primary and its companion unless someone carries them over.
      * The request file /tmp/cfg_request.txt selects the mode:
      *   'X' (or no file) exports every table to one transfer file,
      *       /tmp/cfg_export.txt (CFGXFER layout), under the next
      *       version number from POSTCTRL 'CFGVERNO', and keeps a
      *       copy of it as /tmp/cfg_export_NNNNNN.txt by version;
      *   'C' compares the file brought over from the other region,
      *       /tmp/cfg_import.txt, with this region's export - the
      *       version named in columns 2-7, or /tmp/cfg_export.txt
      *       when none is;
      *   'L' compares /tmp/cfg_import.txt with the live tables;
      *   'I' imports /tmp/cfg_import.txt onto the live tables.
      * A file is proved whole before it is used - header first,
      * known tables in key order, and the trailer's count agreeing
      * - and every difference is reported row by row to RPTSPOOL:
      * a row only one side holds, or a row both hold differently,
      * with both images.  An import is taken only when the request
      * names the version on the file's header in columns 2-7, so
      * the file applied is the one that was compared; the live
      * tables are first exported under a version of their own as
      * the way back.  A row the file adds or changes is applied; a
      * row the region holds and the file does not is deleted only
      * when column 8 of the request is 'D', otherwise reported and
      * kept.  RATETBL rows are history and never rewritten, so a
      * rate row the file holds differently, or not at all, is
      * reported and kept; new rate rows are added.  Every change
      * the import makes is audited on CFGAUD under the userid
      * CFGIMPRT, so ETPECFH shows it beside the screen changes.

       environment division.

       input-output section.
       file-control.
           select REQUEST-FILE assign to "/tmp/cfg_request.txt"
               organization is line sequential
               file status is ws-request-status.

           select EXPORT-FILE assign to "/tmp/cfg_export.txt"
               organization is line sequential
               file status is ws-export-status.

           select ARCHIVE-FILE assign to ws-archive-name
               organization is line sequential
               file status is ws-archive-status.

           select IMPORT-FILE assign to "/tmp/cfg_import.txt"
               organization is line sequential
               file status is ws-import-status.

           select COMPARE-FILE assign to ws-compare-name
               organization is line sequential
               file status is ws-compare-status.

           select SYSPARM-FILE assign to "SYSPARM"
               organization is indexed
               access mode is dynamic
               record key is SYSPARM-KEY
               file status is ws-sysparm-status.

           select MENUTBL-FILE assign to "MENUTBL"
               organization is indexed
               access mode is dynamic
               record key is MENUTBL-PFKEY
               file status is ws-menutbl-status.

           select TXAUTH-FILE assign to "TXAUTH"
               organization is indexed
               access mode is dynamic
               record key is TXAUTH-KEY
               file status is ws-txauth-status.

           select TXCONFL-FILE assign to "TXCONFL"
               organization is indexed
               access mode is dynamic
               record key is TXCONFL-KEY
               file status is ws-txconfl-status.

           select SYSIDTBL-FILE assign to "SYSIDTBL"
               organization is indexed
               access mode is dynamic
               record key is SYSIDTBL-SYSID
               file status is ws-sysidtbl-status.

           select RATETBL-FILE assign to "RATETBL"
               organization is indexed
               access mode is dynamic
               record key is RATETBL-KEY
               file status is ws-ratetbl-status.

           select EXRATE-FILE assign to "EXRATE"
               organization is indexed
               access mode is dynamic
               record key is EXRATE-KEY
               file status is ws-exrate-status.

           select RETNTBL-FILE assign to "RETNTBL"
               organization is indexed
               access mode is dynamic
               record key is RETNTBL-FILE-NAME
               file status is ws-retntbl-status.

           select ALRTSUB-FILE assign to "ALRTSUB"
               organization is indexed
               access mode is dynamic
               record key is ALRTSUB-KEY
               file status is ws-alrtsub-status.
           select CFGAUD-FILE assign to "CFGAUD"
               organization is indexed
               access mode is dynamic
               record key is CFGAUD-KEY
               file status is ws-cfgaud-status.

           select POSTCTRL-FILE assign to "POSTCTRL"
               organization is indexed
               access mode is dynamic
               record key is POSTCTRL-CNAME
               file status is ws-postctrl-status.

           select RPTSPOOL-FILE assign to "RPTSPOOL"
               organization is indexed
               access mode is dynamic
               record key is RPTSPOOL-KEY
               file status is ws-rptspool-status.

           select BUSCTRL-FILE assign to "BUSCTRL"
               organization is indexed
               access mode is dynamic
               record key is BUSCTRL-CNAME
               file status is ws-busctrl-status.

       data division.

       file section.
       fd  REQUEST-FILE.
       01  request-line                      pic x(40).

       fd  EXPORT-FILE.
       01  export-line                       pic x(80).

       fd  ARCHIVE-FILE.
       01  archive-line                      pic x(80).

       fd  IMPORT-FILE.
       01  import-line                       pic x(80).

       fd  COMPARE-FILE.
       01  compare-line                      pic x(80).

       fd  SYSPARM-FILE.
           copy SYSPARM.

       fd  MENUTBL-FILE.
           copy MENUTBL.

       fd  TXAUTH-FILE.
           copy TXAUTH.

       fd  TXCONFL-FILE.
           copy TXCONFL.

       fd  SYSIDTBL-FILE.
           copy SYSIDTBL.

       fd  RATETBL-FILE.
           copy RATETBL.

       fd  EXRATE-FILE.
           copy EXRATE.

       fd  RETNTBL-FILE.
           copy RETNTBL.

       fd  ALRTSUB-FILE.
           copy ALRTSUB.
       fd  CFGAUD-FILE.
           copy CFGAUD.

       fd  POSTCTRL-FILE.
           copy POSTCTRL.

       fd  RPTSPOOL-FILE.
           copy RPTSPOOL.

       fd  BUSCTRL-FILE.
           copy BUSCTRL.

       working-storage section.

       01  ws-program-name                   pic x(8) value 'ETPBCFG'.

       01  ws-request-status                 pic x(2).
           88  ws-request-ok                 value '00'.
       01  ws-export-status                  pic x(2).
           88  ws-export-ok                  value '00'.
       01  ws-archive-status                 pic x(2).
           88  ws-archive-ok                 value '00'.
       01  ws-import-status                  pic x(2).
           88  ws-import-ok                  value '00'.
       01  ws-compare-status                 pic x(2).
           88  ws-compare-ok                 value '00'.
       01  ws-sysparm-status                 pic x(2).
       01  ws-menutbl-status                 pic x(2).
       01  ws-txauth-status                  pic x(2).
       01  ws-txconfl-status                 pic x(2).
       01  ws-sysidtbl-status                pic x(2).
       01  ws-ratetbl-status                 pic x(2).
       01  ws-exrate-status                  pic x(2).
       01  ws-retntbl-status                 pic x(2).
       01  ws-alrtsub-status                 pic x(2).
       01  ws-cfgaud-status                  pic x(2).
           88  ws-cfgaud-ok                  value '00'.
           88  ws-cfgaud-dup                 value '22'.
           88  ws-cfgaud-absent              value '35'.
       01  ws-postctrl-status                pic x(2).
           88  ws-postctrl-ok                value '00'.
           88  ws-postctrl-notfnd            value '23'.
           88  ws-postctrl-absent            value '35'.
       01  ws-rptspool-status                pic x(2).
           88  ws-rptspool-ok                value '00'.
           88  ws-rptspool-absent            value '35'.
       01  ws-busctrl-status                 pic x(2).
           88  ws-busctrl-ok                 value '00'.
           88  ws-busctrl-notfnd             value '23'.

       01  ws-run-ok                         pic x(1) value 'Y'.
           88  ws-run-is-ok                  value 'Y'.
       01  ws-today                          pic 9(8).
       01  ws-stamp                          pic 9(14).

      ***--------------------------------------------------------------*
      *** what the request file asked for                              *
      ***--------------------------------------------------------------*
       01  ws-mode                           pic x(1) value 'X'.
           88  ws-mode-export                value 'X'.
           88  ws-mode-compare-file          value 'C'.
           88  ws-mode-compare-live          value 'L'.
           88  ws-mode-import                value 'I'.
       01  ws-req-version                    pic 9(6) value 0.
       01  ws-req-deletes                    pic x(1) value 'N'.
           88  ws-req-wants-deletes          value 'Y'.

      ***--------------------------------------------------------------*
      *** the tables carried, in file order: name, key length and     *
      *** record length - every key leads its record                  *
      ***--------------------------------------------------------------*
       01  ws-tbl-values.
           03  filler                        pic x(12)
               value 'SYSPARM 0815'.
           03  filler                        pic x(12)
               value 'MENUTBL 0247'.
           03  filler                        pic x(12)
               value 'TXAUTH  0535'.
           03  filler                        pic x(12)
               value 'TXCONFL 0838'.
           03  filler                        pic x(12)
               value 'SYSIDTBL0439'.
           03  filler                        pic x(12)
               value 'RATETBL 1447'.
           03  filler                        pic x(12)
               value 'EXRATE  1120'.
           03  filler                        pic x(12)
               value 'RETNTBL 0816'.
           03  filler                        pic x(12)
               value 'ALRTSUB 1617'.
       01  filler redefines ws-tbl-values.
           03  ws-tbl-slot occurs 9 times.
               05  ws-tbl-name               pic x(8).
               05  ws-tbl-key-len            pic 9(2).
               05  ws-tbl-rec-len            pic 9(2).
       77  ws-tbl-max                        pic 9(2) comp value 9.
       77  ws-tbl-rates                      pic 9(2) comp value 6.
       01  ws-tbl-rows-table.
           03  ws-tbl-rows                   pic 9(7) comp
                                             occurs 9 times.
       01  ws-tbl-sub                        pic 9(2) comp.
       01  ws-tbl-op                         pic 9(2) comp.
       01  ws-tbl-find                       pic x(8).
       01  ws-tbl-found                      pic 9(2) comp.

      ***--------------------------------------------------------------*
      *** the live tables as one stream, table by table in key order  *
      ***--------------------------------------------------------------*
       01  ws-live-mode                      pic x(1).
           88  ws-live-for-update            value 'U'.
       01  ws-live-opened-table.
           03  ws-live-opened                pic x(1) occurs 9 times.
       01  ws-live-no                        pic 9(2) comp.
       01  ws-live-status                    pic x(2).
       01  ws-live-row                       pic x(50).
       01  ws-live-got                       pic x(1).
           88  ws-live-got-row               value 'Y'.

      ***--------------------------------------------------------------*
      *** the two sides of a comparison - side A is always the file   *
      *** brought over, side B this region's export or live tables.   *
      *** Each side's place is its table's position and the row's     *
      *** key, high-values once the side is spent                     *
      ***--------------------------------------------------------------*
       01  ws-b-source                       pic x(1).
           88  ws-b-is-live                  value 'L'.
           88  ws-b-is-file                  value 'F'.
       01  ws-a-label                        pic x(8) value 'IMPORT'.
       01  ws-b-label                        pic x(8).
       01  ws-a-place.
           03  ws-a-tno                      pic 9(2).
           03  ws-a-key                      pic x(16).
       01  ws-a-row                          pic x(50).
       01  ws-b-place.
           03  ws-b-tno                      pic 9(2).
           03  ws-b-key                      pic x(16).
       01  ws-b-row                          pic x(50).
       01  ws-a-done                         pic x(1).
           88  ws-a-is-done                  value 'Y'.
       01  ws-b-done                         pic x(1).
           88  ws-b-is-done                  value 'Y'.

      ***--------------------------------------------------------------*
      *** proving a transfer file before it is used                   *
      ***--------------------------------------------------------------*
       copy CFGXFER.
       01  ws-pv-ok                          pic x(1).
           88  ws-pv-is-ok                   value 'Y'.
       01  ws-pv-reason                      pic x(40).
       01  ws-pv-more                        pic x(1).
           88  ws-pv-more-recs               value 'Y'.
       01  ws-pv-header-seen                 pic x(1).
           88  ws-pv-header-was-seen         value 'Y'.
       01  ws-pv-trailer-seen                pic x(1).
           88  ws-pv-trailer-was-seen        value 'Y'.
       01  ws-pv-count                       pic 9(7).
       01  ws-pv-version                     pic 9(6).
       01  ws-pv-stamp                       pic 9(14).
       01  ws-pv-place.
           03  ws-pv-tno                     pic 9(2).
           03  ws-pv-key                     pic x(16).
       01  ws-pv-last-place                  pic x(18).
       01  ws-pv-name                        pic x(40).
       01  ws-a-version                      pic 9(6) value 0.
       01  ws-a-stamp                        pic 9(14) value 0.
       01  ws-b-version                      pic 9(6) value 0.
       01  ws-b-stamp                        pic 9(14) value 0.

      ***--------------------------------------------------------------*
      *** an export - the version it goes out under and its copy      *
      ***--------------------------------------------------------------*
       01  ws-export-main                    pic x(1).
           88  ws-export-is-main             value 'Y'.
       01  ws-export-ok-flag                 pic x(1).
           88  ws-export-went-ok             value 'Y'.
       01  ws-version                        pic 9(6) value 0.
       01  ws-version-disp                   pic 9(6).
       01  ws-archive-name                   pic x(40).
       01  ws-compare-name                   pic x(40).
       01  ws-rows-written                   pic 9(7) value 0.

      ***--------------------------------------------------------------*
      *** an import's changes - the row applied, and its CFGAUD entry *
      *** under the import's own userid                               *
      ***--------------------------------------------------------------*
       77  ws-import-userid                  pic x(8) value 'CFGIMPRT'.
       01  ws-apply-row                      pic x(50).
       01  ws-cfg-table                      pic x(8).
       01  ws-cfg-key                        pic x(16).
       01  ws-cfg-action                     pic x(1).
       01  ws-cfg-before                     pic x(50).
       01  ws-cfg-after                      pic x(50).
       01  ws-cfg-written                    pic x(1).
           88  ws-cfg-was-written            value 'Y'.
       01  ws-cfgaud-open                    pic x(1) value 'N'.
           88  ws-cfgaud-is-open             value 'Y'.

      ***--------------------------------------------------------------*
      *** one difference as reported                                  *
      ***--------------------------------------------------------------*
       01  ws-dif-table                      pic x(8).
       01  ws-dif-key                        pic x(16).
       01  ws-dif-verdict                    pic x(30).

       01  ws-same                           pic 9(7) value 0.
       01  ws-only-a                         pic 9(7) value 0.
       01  ws-only-b                         pic 9(7) value 0.
       01  ws-differ                         pic 9(7) value 0.
       01  ws-added                          pic 9(7) value 0.
       01  ws-changed                        pic 9(7) value 0.
       01  ws-deleted                        pic 9(7) value 0.
       01  ws-kept                           pic 9(7) value 0.
       01  ws-failed                         pic 9(7) value 0.

      ***--------------------------------------------------------------*
      *** report spool output                                          *
      ***--------------------------------------------------------------*
       01  ws-spool-open                     pic x(1) value 'N'.
           88  ws-spool-is-open              value 'Y'.
       01  ws-spool-lineno                   pic 9(6) value 0.
       01  ws-spool-text                     pic x(80).
       01  ws-spool-date                     pic 9(8).
       77  ws-spool-name                     pic x(8) value 'ETPBCFG'.

       01  ws-report-count                   pic zzzzzz9.

       procedure division.
       bcfg-mainline section.
       bcfg-mainline-para.
           perform bcfg-initialize
           evaluate true
               when ws-mode-compare-file
                   perform bcfg-compare-files
               when ws-mode-compare-live
                   perform bcfg-compare-live
               when ws-mode-import
                   perform bcfg-import
               when other
                   move 'Y' to ws-export-main
                   perform bcfg-export
           end-evaluate
           perform bcfg-finalize
           stop run
           .
      ***--------------------------------------------------------------*
       bcfg-initialize section.
       bcfg-initialize-para.
           display 'ETPBCFG - control-table export, compare and import'
           perform bcfg-load-business-date
           perform bcfg-read-request
           perform bcfg-spool-open
           exit
           .
      ***--------------------------------------------------------------*
      *** the business date off the BUSCTRL control row, wall clock   *
      *** only when no control row exists yet                         *
      ***--------------------------------------------------------------*
       bcfg-load-business-date section.
       bcfg-load-business-date-para.
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
      *** the optional request file selects the mode; no file means   *
      *** an export                                                   *
      ***--------------------------------------------------------------*
       bcfg-read-request section.
       bcfg-read-request-para.
           open input REQUEST-FILE
           if ws-request-ok
               move spaces to request-line
               read REQUEST-FILE
                   at end
                       continue
               end-read
               close REQUEST-FILE
               if request-line(2:6) is numeric
                   move request-line(2:6) to ws-req-version
               end-if
               if request-line(8:1) = 'D'
                   move 'Y' to ws-req-deletes
               end-if
               evaluate request-line(1:1)
                   when 'C'
                       move 'C' to ws-mode
                       display 'ETPBCFG - compare with an export '
                           'requested'
                   when 'L'
                       move 'L' to ws-mode
                       display 'ETPBCFG - compare with the live '
                           'tables requested'
                   when 'I'
                       move 'I' to ws-mode
                       display 'ETPBCFG - import requested'
                   when other
                       move 'X' to ws-mode
               end-evaluate
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every table written to the transfer file under a new        *
      *** version, with the copy kept by version - the export asked   *
      *** for, or the way back taken before an import, which is the   *
      *** copy alone                                                  *
      ***--------------------------------------------------------------*
       bcfg-export section.
       bcfg-export-para.
           move 'N' to ws-export-ok-flag
           move 0 to ws-rows-written
           perform bcfg-take-version
           move ws-version to ws-version-disp
           move spaces to ws-archive-name
           string '/tmp/cfg_export_' ws-version-disp '.txt'
               into ws-archive-name
           open output ARCHIVE-FILE
           if ws-export-is-main
               open output EXPORT-FILE
           end-if
           if ws-export-is-main and not ws-export-ok
               display 'ETPBCFG - unable to open export file, status='
                   ws-export-status
               move 'N' to ws-run-ok
               if ws-archive-ok
                   close ARCHIVE-FILE
               end-if
           else if not ws-export-is-main and not ws-archive-ok
               display 'ETPBCFG - unable to open ' ws-archive-name
                   ' status=' ws-archive-status
               move 'N' to ws-run-ok
           else
               if not ws-archive-ok
                   display 'ETPBCFG - no version copy kept, status='
                       ws-archive-status
               end-if
               move spaces to CFGXFER-RECORD
               move 'HDR' to CFGXFER-REC-TYPE
               move ws-version to CFGXFER-HDR-VERSION
               move function current-date(1:14) to CFGXFER-HDR-STAMP
               move ws-today to CFGXFER-HDR-BUS-DATE
               perform bcfg-export-line
               move 'I' to ws-live-mode
               perform bcfg-open-live
               perform bcfg-export-row
                   until ws-b-is-done
               perform bcfg-close-live
               move spaces to CFGXFER-RECORD
               move 'TRL' to CFGXFER-REC-TYPE
               move ws-rows-written to CFGXFER-TRL-COUNT
               perform bcfg-export-line
               if ws-export-is-main
                   close EXPORT-FILE
               end-if
               if ws-archive-ok
                   close ARCHIVE-FILE
               end-if
               move 'Y' to ws-export-ok-flag
               perform bcfg-report-export
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-export-row section.
       bcfg-export-row-para.
           perform bcfg-next-live
           if not ws-b-is-done
               move spaces to CFGXFER-RECORD
               move 'DTL' to CFGXFER-REC-TYPE
               move ws-tbl-name(ws-b-tno) to CFGXFER-TABLE
               move ws-b-row to CFGXFER-ROW
               perform bcfg-export-line
               add 1 to ws-rows-written
               add 1 to ws-tbl-rows(ws-b-tno)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-export-line section.
       bcfg-export-line-para.
           if ws-export-is-main
               write export-line from CFGXFER-RECORD
           end-if
           if ws-archive-ok
               write archive-line from CFGXFER-RECORD
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-report-export section.
       bcfg-report-export-para.
           move spaces to ws-spool-text
           string 'EXPORT VERSION ' ws-version-disp
               ' TAKEN ' ws-today ' TO ' ws-archive-name
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - exported version ' ws-version-disp
               ' to ' ws-archive-name
           perform bcfg-report-table-rows
               varying ws-tbl-sub from 1 by 1
               until ws-tbl-sub > ws-tbl-max
           move ws-rows-written to ws-report-count
           move spaces to ws-spool-text
           string 'rows exported    : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - rows exported    : ' ws-report-count
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-report-table-rows section.
       bcfg-report-table-rows-para.
           move ws-tbl-rows(ws-tbl-sub) to ws-report-count
           move spaces to ws-spool-text
           string '  ' ws-tbl-name(ws-tbl-sub) ' rows : '
               ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           move 0 to ws-tbl-rows(ws-tbl-sub)
           exit
           .
      ***--------------------------------------------------------------*
      *** the next export version off POSTCTRL                        *
      ***--------------------------------------------------------------*
       bcfg-take-version section.
       bcfg-take-version-para.
           open i-o POSTCTRL-FILE
           if ws-postctrl-absent
               open output POSTCTRL-FILE
               close POSTCTRL-FILE
               open i-o POSTCTRL-FILE
           end-if
           if ws-postctrl-ok
               move 'CFGVERNO' to POSTCTRL-CNAME
               read POSTCTRL-FILE
                   invalid key
                       continue
               end-read
               if ws-postctrl-notfnd
                   move 'CFGVERNO' to POSTCTRL-CNAME
                   move 1 to POSTCTRL-TOTAL
                   write POSTCTRL-RECORD
               else
                   add 1 to POSTCTRL-TOTAL
                   rewrite POSTCTRL-RECORD
               end-if
               move POSTCTRL-TOTAL to ws-version
               close POSTCTRL-FILE
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the imported file against one of this region's exports      *
      ***--------------------------------------------------------------*
       bcfg-compare-files section.
       bcfg-compare-files-para.
           move spaces to ws-compare-name
           if ws-req-version = 0
               move '/tmp/cfg_export.txt' to ws-compare-name
           else
               move ws-req-version to ws-version-disp
               string '/tmp/cfg_export_' ws-version-disp '.txt'
                   into ws-compare-name
           end-if
           move 'EXPORT' to ws-b-label
           perform bcfg-prove-import
           if ws-run-is-ok
               perform bcfg-prove-compare
           end-if
           if ws-run-is-ok
               move 'F' to ws-b-source
               open input IMPORT-FILE
               open input COMPARE-FILE
               perform bcfg-merge
               close IMPORT-FILE
               close COMPARE-FILE
               perform bcfg-report-compare
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the imported file against the live tables                   *
      ***--------------------------------------------------------------*
       bcfg-compare-live section.
       bcfg-compare-live-para.
           move 'LIVE' to ws-b-label
           perform bcfg-prove-import
           if ws-run-is-ok
               move 'L' to ws-b-source
               move 'I' to ws-live-mode
               open input IMPORT-FILE
               perform bcfg-open-live
               perform bcfg-merge
               perform bcfg-close-live
               close IMPORT-FILE
               perform bcfg-report-compare
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the imported file applied to the live tables - only the     *
      *** version the request names, only once the way back has been  *
      *** exported, and only with CFGAUD there to audit it            *
      ***--------------------------------------------------------------*
       bcfg-import section.
       bcfg-import-para.
           move 'LIVE' to ws-b-label
           perform bcfg-prove-import
           if ws-run-is-ok
               if ws-req-version not = ws-a-version
                   move ws-a-version to ws-version-disp
                   display 'ETPBCFG - import refused: the request '
                       'must name version ' ws-version-disp
                       ' from the file header'
                   move spaces to ws-spool-text
                   string 'IMPORT REFUSED - REQUEST MUST NAME VERSION '
                       ws-version-disp
                       into ws-spool-text
                   perform bcfg-spool-line
                   move 'N' to ws-run-ok
               end-if
           end-if
           if ws-run-is-ok
               open i-o CFGAUD-FILE
               if ws-cfgaud-absent
                   open output CFGAUD-FILE
                   close CFGAUD-FILE
                   open i-o CFGAUD-FILE
               end-if
               if ws-cfgaud-ok
                   move 'Y' to ws-cfgaud-open
               else
                   display 'ETPBCFG - import refused: CFGAUD not '
                       'available, status=' ws-cfgaud-status
                   move 'N' to ws-run-ok
               end-if
           end-if
           if ws-run-is-ok
               move 'N' to ws-export-main
               perform bcfg-export
               if not ws-export-went-ok
                   display 'ETPBCFG - import refused: the live '
                       'tables could not be exported first'
                   move 'N' to ws-run-ok
               end-if
           end-if
           if ws-run-is-ok
               move ws-a-version to ws-version-disp
               move spaces to ws-spool-text
               string 'IMPORT OF VERSION ' ws-version-disp
                   ' - TABLES AS THEY STOOD ARE IN ' ws-archive-name
                   into ws-spool-text
               perform bcfg-spool-line
               move 'L' to ws-b-source
               move 'U' to ws-live-mode
               open input IMPORT-FILE
               perform bcfg-open-live
               perform bcfg-merge
               perform bcfg-close-live
               close IMPORT-FILE
               perform bcfg-report-import
           end-if
           if ws-cfgaud-is-open
               close CFGAUD-FILE
               move 'N' to ws-cfgaud-open
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the two sides walked together: a row on one side only, a    *
      *** row both hold differently, or one both hold alike           *
      ***--------------------------------------------------------------*
       bcfg-merge section.
       bcfg-merge-para.
           move 'N' to ws-a-done
           move 'N' to ws-b-done
           perform bcfg-next-a
           perform bcfg-next-b
           perform bcfg-merge-step
               until ws-a-is-done and ws-b-is-done
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-merge-step section.
       bcfg-merge-step-para.
           if ws-a-place < ws-b-place
               perform bcfg-only-a
               perform bcfg-next-a
           else if ws-a-place > ws-b-place
               perform bcfg-only-b
               perform bcfg-next-b
           else
               if ws-a-row = ws-b-row
                   add 1 to ws-same
               else
                   perform bcfg-differ
               end-if
               perform bcfg-next-a
               perform bcfg-next-b
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a row only the imported file holds - added on an import     *
      ***--------------------------------------------------------------*
       bcfg-only-a section.
       bcfg-only-a-para.
           add 1 to ws-only-a
           move ws-tbl-name(ws-a-tno) to ws-dif-table
           move ws-a-key to ws-dif-key
           if ws-mode-import
               move ws-a-tno to ws-tbl-op
               move ws-a-row to ws-apply-row
               perform bcfg-live-write
               if ws-live-status = '00'
                   add 1 to ws-added
                   move 'ADDED' to ws-dif-verdict
                   move 'A' to ws-cfg-action
                   move spaces to ws-cfg-before
                   move ws-a-row to ws-cfg-after
                   perform bcfg-write-cfgaud
               else
                   add 1 to ws-failed
                   move spaces to ws-dif-verdict
                   string 'NOT ADDED - STATUS ' ws-live-status
                       into ws-dif-verdict
               end-if
           else
               move spaces to ws-dif-verdict
               string 'ONLY IN ' ws-a-label
                   into ws-dif-verdict
           end-if
           perform bcfg-report-diff
           perform bcfg-report-a-row
           exit
           .
      ***--------------------------------------------------------------*
      *** a row only this region holds - deleted on an import only    *
      *** when the request asks, and never from the rate history      *
      ***--------------------------------------------------------------*
       bcfg-only-b section.
       bcfg-only-b-para.
           add 1 to ws-only-b
           move ws-tbl-name(ws-b-tno) to ws-dif-table
           move ws-b-key to ws-dif-key
           if ws-mode-import
               if not ws-req-wants-deletes
                   add 1 to ws-kept
                   move 'NOT ON FILE - KEPT' to ws-dif-verdict
               else if ws-b-tno = ws-tbl-rates
                   add 1 to ws-kept
                   move 'RATE HISTORY - KEPT' to ws-dif-verdict
               else
                   move ws-b-tno to ws-tbl-op
                   move ws-b-row to ws-apply-row
                   perform bcfg-live-delete
                   if ws-live-status = '00'
                       add 1 to ws-deleted
                       move 'DELETED' to ws-dif-verdict
                       move 'D' to ws-cfg-action
                       move ws-b-row to ws-cfg-before
                       move spaces to ws-cfg-after
                       perform bcfg-write-cfgaud
                   else
                       add 1 to ws-failed
                       move spaces to ws-dif-verdict
                       string 'NOT DELETED - STATUS ' ws-live-status
                           into ws-dif-verdict
                   end-if
               end-if end-if
           else
               move spaces to ws-dif-verdict
               string 'ONLY IN ' ws-b-label
                   into ws-dif-verdict
           end-if
           perform bcfg-report-diff
           perform bcfg-report-b-row
           exit
           .
      ***--------------------------------------------------------------*
      *** a row both sides hold differently - rewritten from the file *
      *** on an import, except a rate row                              *
      ***--------------------------------------------------------------*
       bcfg-differ section.
       bcfg-differ-para.
           add 1 to ws-differ
           move ws-tbl-name(ws-a-tno) to ws-dif-table
           move ws-a-key to ws-dif-key
           if ws-mode-import
               if ws-a-tno = ws-tbl-rates
                   add 1 to ws-kept
                   move 'RATE HISTORY - KEPT' to ws-dif-verdict
               else
                   move ws-a-tno to ws-tbl-op
                   move ws-a-row to ws-apply-row
                   perform bcfg-live-rewrite
                   if ws-live-status = '00'
                       add 1 to ws-changed
                       move 'CHANGED' to ws-dif-verdict
                       move 'C' to ws-cfg-action
                       move ws-b-row to ws-cfg-before
                       move ws-a-row to ws-cfg-after
                       perform bcfg-write-cfgaud
                   else
                       add 1 to ws-failed
                       move spaces to ws-dif-verdict
                       string 'NOT CHANGED - STATUS ' ws-live-status
                           into ws-dif-verdict
                   end-if
               end-if
           else
               move 'DIFFERS' to ws-dif-verdict
           end-if
           perform bcfg-report-diff
           perform bcfg-report-a-row
           perform bcfg-report-b-row
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-report-diff section.
       bcfg-report-diff-para.
           move spaces to ws-spool-text
           string ws-dif-table ' ' ws-dif-key ' ' ws-dif-verdict
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - ' ws-dif-table ' ' ws-dif-key ' '
               ws-dif-verdict
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-report-a-row section.
       bcfg-report-a-row-para.
           move spaces to ws-spool-text
           string '    ' ws-a-label ' ' ws-a-row
               into ws-spool-text
           perform bcfg-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-report-b-row section.
       bcfg-report-b-row-para.
           move spaces to ws-spool-text
           string '    ' ws-b-label ' ' ws-b-row
               into ws-spool-text
           perform bcfg-spool-line
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-report-compare section.
       bcfg-report-compare-para.
           move ws-same to ws-report-count
           move spaces to ws-spool-text
           string 'rows alike       : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - rows alike       : ' ws-report-count
           move ws-differ to ws-report-count
           move spaces to ws-spool-text
           string 'rows differing   : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - rows differing   : ' ws-report-count
           move ws-only-a to ws-report-count
           move spaces to ws-spool-text
           string 'only in ' ws-a-label ' : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - only in ' ws-a-label ' : '
               ws-report-count
           move ws-only-b to ws-report-count
           move spaces to ws-spool-text
           string 'only in ' ws-b-label ' : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - only in ' ws-b-label ' : '
               ws-report-count
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-report-import section.
       bcfg-report-import-para.
           perform bcfg-report-compare
           move ws-added to ws-report-count
           move spaces to ws-spool-text
           string 'rows added       : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - rows added       : ' ws-report-count
           move ws-changed to ws-report-count
           move spaces to ws-spool-text
           string 'rows changed     : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - rows changed     : ' ws-report-count
           move ws-deleted to ws-report-count
           move spaces to ws-spool-text
           string 'rows deleted     : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - rows deleted     : ' ws-report-count
           move ws-kept to ws-report-count
           move spaces to ws-spool-text
           string 'rows kept        : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - rows kept        : ' ws-report-count
           move ws-failed to ws-report-count
           move spaces to ws-spool-text
           string 'rows failed      : ' ws-report-count
               into ws-spool-text
           perform bcfg-spool-line
           display 'ETPBCFG - rows failed      : ' ws-report-count
           exit
           .
      ***--------------------------------------------------------------*
      *** side A - the next row of the imported file                   *
      ***--------------------------------------------------------------*
       bcfg-next-a section.
       bcfg-next-a-para.
           move 'N' to ws-live-got
           perform bcfg-next-a-line
               until ws-live-got-row or ws-a-is-done
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-next-a-line section.
       bcfg-next-a-line-para.
           read IMPORT-FILE into CFGXFER-RECORD
               at end
                   move 'Y' to ws-a-done
           end-read
           if ws-a-is-done or CFGXFER-IS-TRAILER
               move 'Y' to ws-a-done
               move high-values to ws-a-place
               move spaces to ws-a-row
           else if CFGXFER-IS-DETAIL
               perform bcfg-place-line
               move ws-pv-place to ws-a-place
               move CFGXFER-ROW to ws-a-row
               move 'Y' to ws-live-got
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** side B - the next row of this region's export, or of the    *
      *** live tables                                                 *
      ***--------------------------------------------------------------*
       bcfg-next-b section.
       bcfg-next-b-para.
           if ws-b-is-live
               perform bcfg-next-live
           else
               move 'N' to ws-live-got
               perform bcfg-next-b-line
                   until ws-live-got-row or ws-b-is-done
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-next-b-line section.
       bcfg-next-b-line-para.
           read COMPARE-FILE into CFGXFER-RECORD
               at end
                   move 'Y' to ws-b-done
           end-read
           if ws-b-is-done or CFGXFER-IS-TRAILER
               move 'Y' to ws-b-done
               move high-values to ws-b-place
               move spaces to ws-b-row
           else if CFGXFER-IS-DETAIL
               perform bcfg-place-line
               move ws-pv-place to ws-b-place
               move CFGXFER-ROW to ws-b-row
               move 'Y' to ws-live-got
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** a transfer-file row's place: its table's position and the   *
      *** key its table's key length takes off the front of the row   *
      ***--------------------------------------------------------------*
       bcfg-place-line section.
       bcfg-place-line-para.
           move CFGXFER-TABLE to ws-tbl-find
           perform bcfg-find-table
           move ws-tbl-found to ws-pv-tno
           move spaces to ws-pv-key
           if ws-tbl-found > 0
               move CFGXFER-ROW(1:ws-tbl-key-len(ws-tbl-found))
                   to ws-pv-key
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-find-table section.
       bcfg-find-table-para.
           move 0 to ws-tbl-found
           perform bcfg-find-table-one
               varying ws-tbl-sub from 1 by 1
               until ws-tbl-sub > ws-tbl-max or ws-tbl-found > 0
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-find-table-one section.
       bcfg-find-table-one-para.
           if ws-tbl-name(ws-tbl-sub) = ws-tbl-find
               move ws-tbl-sub to ws-tbl-found
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the live tables as one stream - each table read through in  *
      *** its key order, then the next; a table with no file on this  *
      *** region reads as empty                                       *
      ***--------------------------------------------------------------*
       bcfg-next-live section.
       bcfg-next-live-para.
           move 'N' to ws-live-got
           perform bcfg-next-live-row
               until ws-live-got-row or ws-live-no > ws-tbl-max
           if ws-live-got-row
               move ws-live-no to ws-b-tno
               move spaces to ws-b-key
               move ws-live-row(1:ws-tbl-key-len(ws-live-no))
                   to ws-b-key
               move spaces to ws-b-row
               move ws-live-row(1:ws-tbl-rec-len(ws-live-no))
                   to ws-b-row
           else
               move 'Y' to ws-b-done
               move high-values to ws-b-place
               move spaces to ws-b-row
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-next-live-row section.
       bcfg-next-live-row-para.
           if ws-live-opened(ws-live-no) = 'Y'
               move ws-live-no to ws-tbl-op
               move spaces to ws-live-row
               perform bcfg-live-read
               if ws-live-status = '00'
                   move 'Y' to ws-live-got
               else
                   add 1 to ws-live-no
               end-if
           else
               add 1 to ws-live-no
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** every table opened - for update on an import, which creates *
      *** a table this region does not have yet                       *
      ***--------------------------------------------------------------*
       bcfg-open-live section.
       bcfg-open-live-para.
           move spaces to ws-live-opened-table
           move 'N' to ws-b-done
           move 1 to ws-live-no
           perform bcfg-open-live-one
               varying ws-tbl-op from 1 by 1
               until ws-tbl-op > ws-tbl-max
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-open-live-one section.
       bcfg-open-live-one-para.
           perform bcfg-live-open
           if ws-live-status = '35' and ws-live-for-update
               perform bcfg-live-create
           end-if
           if ws-live-status = '00'
               move 'Y' to ws-live-opened(ws-tbl-op)
           else if ws-live-status = '35'
               display 'ETPBCFG - no ' ws-tbl-name(ws-tbl-op)
                   ' file on this region - read as empty'
           else
               display 'ETPBCFG - unable to open '
                   ws-tbl-name(ws-tbl-op) ', status=' ws-live-status
           end-if end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-close-live section.
       bcfg-close-live-para.
           perform bcfg-close-live-one
               varying ws-tbl-op from 1 by 1
               until ws-tbl-op > ws-tbl-max
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-close-live-one section.
       bcfg-close-live-one-para.
           if ws-live-opened(ws-tbl-op) = 'Y'
               perform bcfg-live-close
               move 'N' to ws-live-opened(ws-tbl-op)
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** one table's file verbs, for the table ws-tbl-op names       *
      ***--------------------------------------------------------------*
       bcfg-live-open section.
       bcfg-live-open-para.
           evaluate ws-tbl-op
               when 1
                   if ws-live-for-update
                       open i-o SYSPARM-FILE
                   else
                       open input SYSPARM-FILE
                   end-if
                   move ws-sysparm-status to ws-live-status
               when 2
                   if ws-live-for-update
                       open i-o MENUTBL-FILE
                   else
                       open input MENUTBL-FILE
                   end-if
                   move ws-menutbl-status to ws-live-status
               when 3
                   if ws-live-for-update
                       open i-o TXAUTH-FILE
                   else
                       open input TXAUTH-FILE
                   end-if
                   move ws-txauth-status to ws-live-status
               when 4
                   if ws-live-for-update
                       open i-o TXCONFL-FILE
                   else
                       open input TXCONFL-FILE
                   end-if
                   move ws-txconfl-status to ws-live-status
               when 5
                   if ws-live-for-update
                       open i-o SYSIDTBL-FILE
                   else
                       open input SYSIDTBL-FILE
                   end-if
                   move ws-sysidtbl-status to ws-live-status
               when 6
                   if ws-live-for-update
                       open i-o RATETBL-FILE
                   else
                       open input RATETBL-FILE
                   end-if
                   move ws-ratetbl-status to ws-live-status
               when 7
                   if ws-live-for-update
                       open i-o EXRATE-FILE
                   else
                       open input EXRATE-FILE
                   end-if
                   move ws-exrate-status to ws-live-status
               when 8
                   if ws-live-for-update
                       open i-o RETNTBL-FILE
                   else
                       open input RETNTBL-FILE
                   end-if
                   move ws-retntbl-status to ws-live-status
               when 9
                   if ws-live-for-update
                       open i-o ALRTSUB-FILE
                   else
                       open input ALRTSUB-FILE
                   end-if
                   move ws-alrtsub-status to ws-live-status
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-live-create section.
       bcfg-live-create-para.
           evaluate ws-tbl-op
               when 1
                   open output SYSPARM-FILE
                   close SYSPARM-FILE
                   open i-o SYSPARM-FILE
                   move ws-sysparm-status to ws-live-status
               when 2
                   open output MENUTBL-FILE
                   close MENUTBL-FILE
                   open i-o MENUTBL-FILE
                   move ws-menutbl-status to ws-live-status
               when 3
                   open output TXAUTH-FILE
                   close TXAUTH-FILE
                   open i-o TXAUTH-FILE
                   move ws-txauth-status to ws-live-status
               when 4
                   open output TXCONFL-FILE
                   close TXCONFL-FILE
                   open i-o TXCONFL-FILE
                   move ws-txconfl-status to ws-live-status
               when 5
                   open output SYSIDTBL-FILE
                   close SYSIDTBL-FILE
                   open i-o SYSIDTBL-FILE
                   move ws-sysidtbl-status to ws-live-status
               when 6
                   open output RATETBL-FILE
                   close RATETBL-FILE
                   open i-o RATETBL-FILE
                   move ws-ratetbl-status to ws-live-status
               when 7
                   open output EXRATE-FILE
                   close EXRATE-FILE
                   open i-o EXRATE-FILE
                   move ws-exrate-status to ws-live-status
               when 8
                   open output RETNTBL-FILE
                   close RETNTBL-FILE
                   open i-o RETNTBL-FILE
                   move ws-retntbl-status to ws-live-status
               when 9
                   open output ALRTSUB-FILE
                   close ALRTSUB-FILE
                   open i-o ALRTSUB-FILE
                   move ws-alrtsub-status to ws-live-status
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-live-close section.
       bcfg-live-close-para.
           evaluate ws-tbl-op
               when 1
                   close SYSPARM-FILE
               when 2
                   close MENUTBL-FILE
               when 3
                   close TXAUTH-FILE
               when 4
                   close TXCONFL-FILE
               when 5
                   close SYSIDTBL-FILE
               when 6
                   close RATETBL-FILE
               when 7
                   close EXRATE-FILE
               when 8
                   close RETNTBL-FILE
               when 9
                   close ALRTSUB-FILE
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-live-read section.
       bcfg-live-read-para.
           evaluate ws-tbl-op
               when 1
                   read SYSPARM-FILE next record
                       at end
                           continue
                   end-read
                   move ws-sysparm-status to ws-live-status
                   move SYSPARM-RECORD to ws-live-row
               when 2
                   read MENUTBL-FILE next record
                       at end
                           continue
                   end-read
                   move ws-menutbl-status to ws-live-status
                   move MENUTBL-RECORD to ws-live-row
               when 3
                   read TXAUTH-FILE next record
                       at end
                           continue
                   end-read
                   move ws-txauth-status to ws-live-status
                   move TXAUTH-RECORD to ws-live-row
               when 4
                   read TXCONFL-FILE next record
                       at end
                           continue
                   end-read
                   move ws-txconfl-status to ws-live-status
                   move TXCONFL-RECORD to ws-live-row
               when 5
                   read SYSIDTBL-FILE next record
                       at end
                           continue
                   end-read
                   move ws-sysidtbl-status to ws-live-status
                   move SYSIDTBL-RECORD to ws-live-row
               when 6
                   read RATETBL-FILE next record
                       at end
                           continue
                   end-read
                   move ws-ratetbl-status to ws-live-status
                   move RATETBL-RECORD to ws-live-row
               when 7
                   read EXRATE-FILE next record
                       at end
                           continue
                   end-read
                   move ws-exrate-status to ws-live-status
                   move EXRATE-RECORD to ws-live-row
               when 8
                   read RETNTBL-FILE next record
                       at end
                           continue
                   end-read
                   move ws-retntbl-status to ws-live-status
                   move RETNTBL-RECORD to ws-live-row
               when 9
                   read ALRTSUB-FILE next record
                       at end
                           continue
                   end-read
                   move ws-alrtsub-status to ws-live-status
                   move ALRTSUB-RECORD to ws-live-row
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-live-write section.
       bcfg-live-write-para.
           evaluate ws-tbl-op
               when 1
                   move ws-apply-row to SYSPARM-RECORD
                   write SYSPARM-RECORD
                       invalid key
                           continue
                   end-write
                   move ws-sysparm-status to ws-live-status
               when 2
                   move ws-apply-row to MENUTBL-RECORD
                   write MENUTBL-RECORD
                       invalid key
                           continue
                   end-write
                   move ws-menutbl-status to ws-live-status
               when 3
                   move ws-apply-row to TXAUTH-RECORD
                   write TXAUTH-RECORD
                       invalid key
                           continue
                   end-write
                   move ws-txauth-status to ws-live-status
               when 4
                   move ws-apply-row to TXCONFL-RECORD
                   write TXCONFL-RECORD
                       invalid key
                           continue
                   end-write
                   move ws-txconfl-status to ws-live-status
               when 5
                   move ws-apply-row to SYSIDTBL-RECORD
                   write SYSIDTBL-RECORD
                       invalid key
                           continue
                   end-write
                   move ws-sysidtbl-status to ws-live-status
               when 6
                   move ws-apply-row to RATETBL-RECORD
                   write RATETBL-RECORD
                       invalid key
                           continue
                   end-write
                   move ws-ratetbl-status to ws-live-status
               when 7
                   move ws-apply-row to EXRATE-RECORD
                   write EXRATE-RECORD
                       invalid key
                           continue
                   end-write
                   move ws-exrate-status to ws-live-status
               when 8
                   move ws-apply-row to RETNTBL-RECORD
                   write RETNTBL-RECORD
                       invalid key
                           continue
                   end-write
                   move ws-retntbl-status to ws-live-status
               when 9
                   move ws-apply-row to ALRTSUB-RECORD
                   write ALRTSUB-RECORD
                       invalid key
                           continue
                   end-write
                   move ws-alrtsub-status to ws-live-status
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-live-rewrite section.
       bcfg-live-rewrite-para.
           evaluate ws-tbl-op
               when 1
                   move ws-apply-row to SYSPARM-RECORD
                   rewrite SYSPARM-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move ws-sysparm-status to ws-live-status
               when 2
                   move ws-apply-row to MENUTBL-RECORD
                   rewrite MENUTBL-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move ws-menutbl-status to ws-live-status
               when 3
                   move ws-apply-row to TXAUTH-RECORD
                   rewrite TXAUTH-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move ws-txauth-status to ws-live-status
               when 4
                   move ws-apply-row to TXCONFL-RECORD
                   rewrite TXCONFL-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move ws-txconfl-status to ws-live-status
               when 5
                   move ws-apply-row to SYSIDTBL-RECORD
                   rewrite SYSIDTBL-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move ws-sysidtbl-status to ws-live-status
               when 6
                   move ws-apply-row to RATETBL-RECORD
                   rewrite RATETBL-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move ws-ratetbl-status to ws-live-status
               when 7
                   move ws-apply-row to EXRATE-RECORD
                   rewrite EXRATE-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move ws-exrate-status to ws-live-status
               when 8
                   move ws-apply-row to RETNTBL-RECORD
                   rewrite RETNTBL-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move ws-retntbl-status to ws-live-status
               when 9
                   move ws-apply-row to ALRTSUB-RECORD
                   rewrite ALRTSUB-RECORD
                       invalid key
                           continue
                   end-rewrite
                   move ws-alrtsub-status to ws-live-status
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-live-delete section.
       bcfg-live-delete-para.
           evaluate ws-tbl-op
               when 1
                   move ws-apply-row to SYSPARM-RECORD
                   delete SYSPARM-FILE record
                       invalid key
                           continue
                   end-delete
                   move ws-sysparm-status to ws-live-status
               when 2
                   move ws-apply-row to MENUTBL-RECORD
                   delete MENUTBL-FILE record
                       invalid key
                           continue
                   end-delete
                   move ws-menutbl-status to ws-live-status
               when 3
                   move ws-apply-row to TXAUTH-RECORD
                   delete TXAUTH-FILE record
                       invalid key
                           continue
                   end-delete
                   move ws-txauth-status to ws-live-status
               when 4
                   move ws-apply-row to TXCONFL-RECORD
                   delete TXCONFL-FILE record
                       invalid key
                           continue
                   end-delete
                   move ws-txconfl-status to ws-live-status
               when 5
                   move ws-apply-row to SYSIDTBL-RECORD
                   delete SYSIDTBL-FILE record
                       invalid key
                           continue
                   end-delete
                   move ws-sysidtbl-status to ws-live-status
               when 6
                   move ws-apply-row to RATETBL-RECORD
                   delete RATETBL-FILE record
                       invalid key
                           continue
                   end-delete
                   move ws-ratetbl-status to ws-live-status
               when 7
                   move ws-apply-row to EXRATE-RECORD
                   delete EXRATE-FILE record
                       invalid key
                           continue
                   end-delete
                   move ws-exrate-status to ws-live-status
               when 8
                   move ws-apply-row to RETNTBL-RECORD
                   delete RETNTBL-FILE record
                       invalid key
                           continue
                   end-delete
                   move ws-retntbl-status to ws-live-status
               when 9
                   move ws-apply-row to ALRTSUB-RECORD
                   delete ALRTSUB-FILE record
                       invalid key
                           continue
                   end-delete
                   move ws-alrtsub-status to ws-live-status
           end-evaluate
           exit
           .
      ***--------------------------------------------------------------*
      *** the imported file proved whole before anything is compared  *
      *** or applied                                                  *
      ***--------------------------------------------------------------*
       bcfg-prove-import section.
       bcfg-prove-import-para.
           perform bcfg-prove-reset
           open input IMPORT-FILE
           if not ws-import-ok
               move 'N' to ws-pv-ok
               move 'NO IMPORT FILE ON HAND' to ws-pv-reason
           else
               perform bcfg-prove-import-line
                   until not ws-pv-more-recs
               close IMPORT-FILE
               perform bcfg-prove-end
           end-if
           move ws-pv-version to ws-a-version
           move ws-pv-stamp to ws-a-stamp
           move '/tmp/cfg_import.txt' to ws-pv-name
           perform bcfg-report-proved
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-prove-import-line section.
       bcfg-prove-import-line-para.
           read IMPORT-FILE into CFGXFER-RECORD
               at end
                   move 'N' to ws-pv-more
           end-read
           if ws-pv-more-recs
               perform bcfg-prove-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
      *** the export compared with, proved the same way                *
      ***--------------------------------------------------------------*
       bcfg-prove-compare section.
       bcfg-prove-compare-para.
           perform bcfg-prove-reset
           open input COMPARE-FILE
           if not ws-compare-ok
               move 'N' to ws-pv-ok
               move 'NO SUCH EXPORT ON HAND' to ws-pv-reason
           else
               perform bcfg-prove-compare-line
                   until not ws-pv-more-recs
               close COMPARE-FILE
               perform bcfg-prove-end
           end-if
           move ws-pv-version to ws-b-version
           move ws-pv-stamp to ws-b-stamp
           move ws-compare-name to ws-pv-name
           perform bcfg-report-proved
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-prove-compare-line section.
       bcfg-prove-compare-line-para.
           read COMPARE-FILE into CFGXFER-RECORD
               at end
                   move 'N' to ws-pv-more
           end-read
           if ws-pv-more-recs
               perform bcfg-prove-line
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-prove-reset section.
       bcfg-prove-reset-para.
           move 'Y' to ws-pv-ok
           move 'Y' to ws-pv-more
           move spaces to ws-pv-reason
           move 'N' to ws-pv-header-seen
           move 'N' to ws-pv-trailer-seen
           move 0 to ws-pv-count
           move 0 to ws-pv-version
           move 0 to ws-pv-stamp
           move low-values to ws-pv-last-place
           exit
           .
      ***--------------------------------------------------------------*
      *** one record: the header first and once, every row of a       *
      *** known table and later in order than the one before, nothing *
      *** after the trailer                                           *
      ***--------------------------------------------------------------*
       bcfg-prove-line section.
       bcfg-prove-line-para.
           if ws-pv-trailer-was-seen
               move 'N' to ws-pv-ok
               move 'RECORDS AFTER THE TRAILER' to ws-pv-reason
           else if CFGXFER-IS-HEADER
               if ws-pv-header-was-seen
                   move 'N' to ws-pv-ok
                   move 'A SECOND HEADER' to ws-pv-reason
               else
                   move 'Y' to ws-pv-header-seen
                   if CFGXFER-HDR-VERSION is numeric
                       move CFGXFER-HDR-VERSION to ws-pv-version
                   end-if
                   if CFGXFER-HDR-STAMP is numeric
                       move CFGXFER-HDR-STAMP to ws-pv-stamp
                   end-if
               end-if
           else if not ws-pv-header-was-seen
               move 'N' to ws-pv-ok
               move 'NO HEADER FIRST' to ws-pv-reason
           else if CFGXFER-IS-DETAIL
               perform bcfg-place-line
               if ws-pv-tno = 0
                   move 'N' to ws-pv-ok
                   move spaces to ws-pv-reason
                   string 'UNKNOWN TABLE ' CFGXFER-TABLE
                       into ws-pv-reason
               else if ws-pv-place not > ws-pv-last-place
                   move 'N' to ws-pv-ok
                   move spaces to ws-pv-reason
                   string 'ROWS OUT OF ORDER AT ' CFGXFER-TABLE
                       into ws-pv-reason
               else
                   move ws-pv-place to ws-pv-last-place
                   add 1 to ws-pv-count
               end-if end-if
           else if CFGXFER-IS-TRAILER
               move 'Y' to ws-pv-trailer-seen
               if CFGXFER-TRL-COUNT not is numeric
                   or CFGXFER-TRL-COUNT not = ws-pv-count
                   move 'N' to ws-pv-ok
                   move 'TRAILER COUNT DISAGREES' to ws-pv-reason
               end-if
           else
               move 'N' to ws-pv-ok
               move 'UNKNOWN RECORD TYPE' to ws-pv-reason
           end-if end-if end-if end-if end-if
           if not ws-pv-is-ok
               move 'N' to ws-pv-more
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-prove-end section.
       bcfg-prove-end-para.
           if ws-pv-is-ok and not ws-pv-header-was-seen
               move 'N' to ws-pv-ok
               move 'EMPTY FILE' to ws-pv-reason
           end-if
           if ws-pv-is-ok and not ws-pv-trailer-was-seen
               move 'N' to ws-pv-ok
               move 'NO TRAILER' to ws-pv-reason
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-report-proved section.
       bcfg-report-proved-para.
           move ws-pv-version to ws-version-disp
           move spaces to ws-spool-text
           if ws-pv-is-ok
               move ws-pv-count to ws-report-count
               string ws-pv-name ' VERSION ' ws-version-disp
                   ' ROWS ' ws-report-count
                   into ws-spool-text
               display 'ETPBCFG - ' ws-pv-name ' version '
                   ws-version-disp ' taken ' ws-pv-stamp
           else
               move 'N' to ws-run-ok
               string ws-pv-name ' REFUSED - ' ws-pv-reason
                   into ws-spool-text
               display 'ETPBCFG - ' ws-pv-name ' refused: '
                   ws-pv-reason
           end-if
           perform bcfg-spool-line
           exit
           .
      ***--------------------------------------------------------------*
      *** every change an import makes lands on CFGAUD under the      *
      *** import's userid, as the maintenance screens record theirs.  *
      *** A rate row's key runs past the twelve the audit row holds,  *
      *** so its image starts where the row key stops and nothing of  *
      *** the row is lost; the sequence walks forward should two      *
      *** changes land on the same second                             *
      ***--------------------------------------------------------------*
       bcfg-write-cfgaud section.
       bcfg-write-cfgaud-para.
           move ws-dif-table to CFGAUD-TABLE
           move function current-date(1:14) to ws-stamp
           move ws-stamp to CFGAUD-STAMP
           move 1 to CFGAUD-SEQ
           move ws-import-userid to CFGAUD-USERID
           move ws-dif-key to CFGAUD-ROW-KEY
           move ws-cfg-action to CFGAUD-ACTION
           if ws-tbl-op = ws-tbl-rates
               move ws-cfg-before(13:31) to CFGAUD-BEFORE-IMAGE
               move ws-cfg-after(13:31) to CFGAUD-AFTER-IMAGE
           else
               move ws-cfg-before to CFGAUD-BEFORE-IMAGE
               move ws-cfg-after to CFGAUD-AFTER-IMAGE
           end-if
           move 'N' to ws-cfg-written
           perform bcfg-write-cfgaud-once
               until ws-cfg-was-written
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-write-cfgaud-once section.
       bcfg-write-cfgaud-once-para.
           write CFGAUD-RECORD
               invalid key
                   continue
           end-write
           if ws-cfgaud-dup
               add 1 to CFGAUD-SEQ
           else
               move 'Y' to ws-cfg-written
           end-if
           exit
           .
      ***--------------------------------------------------------------*
       bcfg-finalize section.
       bcfg-finalize-para.
           if not ws-run-is-ok
               move spaces to ws-spool-text
               move 'RUN ENDED WITHOUT COMPLETING - SEE THE JOB LOG'
                   to ws-spool-text
               perform bcfg-spool-line
           end-if
           perform bcfg-spool-close
           display 'ETPBCFG - run complete'
           exit
           .
      ***--------------------------------------------------------------*
      *** opens the report spool (creating it on first use) and       *
      *** stamps this run's report date                               *
      ***--------------------------------------------------------------*
       bcfg-spool-open section.
       bcfg-spool-open-para.
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
       bcfg-spool-line section.
       bcfg-spool-line-para.
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
       bcfg-spool-close section.
       bcfg-spool-close-para.
           if ws-spool-is-open
               close RPTSPOOL-FILE
               move 'N' to ws-spool-open
           end-if
           exit
           .
       end program ETPBCFG.

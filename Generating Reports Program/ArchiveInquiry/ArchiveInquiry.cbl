       identification division.
       program-id. ArchiveInquiry.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Inquiry and restore over the sales history archive. Once
      * HistoryArchive has moved an invoice off the live file, a late
      * warranty return or an auditor's question used to mean
      * somebody searching the dated archive files by hand. This
      * answers the requests keyed onto archive-request.dat: an
      * inquiry searches every retained archive generation for the
      * invoices that meet its criteria -- invoice number, store,
      * sale date range, amount range, in any combination -- and
      * prints them; a restore puts one invoice back on
      * sales-history.dat with its detail lines from the detail
      * archive of the same date, so ProgramReturns and
      * ProgramExchanges can match it again. A restore must say who
      * asked for it and why, and every restore requested, carried
      * out or refused, is appended to archive-restore-log.dat.
      * HistoryArchive leaves a restored invoice on the live file
      * for its hold period. The request file is cleared once
      * answered. Run on demand.

       environment division.
       input-output section.
       file-control.

      * select optional: with no requests keyed the run prints an
      * empty report.
           select optional archive-request-file assign to
               "../../../data/archive-request.dat"
               organization is line sequential.

      * One archive generation at a time, opened off the dated name
      * built in working storage -- the name HistoryArchive gives
      * it. A night the archive didn't run has no file, and simply
      * contributes nothing.
           select optional archive-file assign to ws-archive-file-name
               organization is line sequential
               file status is ws-archive-file-status.

           select optional detail-archive-file
               assign to ws-detail-file-name
               organization is line sequential
               file status is ws-detail-file-status.

           select sales-history assign to
               "../../../data/sales-history.dat"
               organization is indexed
               access mode is random
               record key is sh-invoice-number
               file status is ws-sales-history-status.

      * select optional: a system that has never sold through the
      * line-item posting has no detail file.
           select optional invoice-detail assign to
               "../../../data/invoice-detail.dat"
               organization is indexed
               access mode is random
               record key is id-detail-key
               file status is ws-invoice-detail-status.

           select optional restore-log-file assign to
               "../../../data/archive-restore-log.dat"
               organization is line sequential
               file status is ws-restore-log-status.

           select output-file assign to
               "../../../data/archive-inquiry.out"
               organization is line sequential.

      * select optional: the business-date control file is set by the
      * batch job stream; a standalone/developer run may not have one,
      * and falls back to the machine clock.
           select optional business-date-file assign to
               "../../../data/business-date.dat"
               organization is line sequential.

      * select optional: with no run-control file the compiled
      * defaults stand.
           select optional run-control-file assign to
               "../../../data/run-control.dat"
               organization is line sequential.

      * Every run appends a start and an end record to the shared
      * run log; the end-of-stream summary turns the night's records
      * into the operator's one-page account of the batch.
           select optional run-log-file assign to
               "../../../data/run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd archive-request-file
           data record is archive-request-record.

           copy "../Copybooks/archive-request.cpy".

       fd archive-file
           data record is archive-record.

           copy "../Copybooks/history-archive.cpy".

       fd detail-archive-file
           data record is detail-archive-record.

           copy "../Copybooks/detail-archive.cpy".

       fd sales-history
           data record is sales-history-record.

           copy "../Copybooks/sales-history.cpy".

       fd invoice-detail
           data record is invoice-detail-record.

           copy "../Copybooks/invoice-detail.cpy".

       fd restore-log-file
           data record is archive-restore-log-record.

           copy "../Copybooks/archive-restore-log.cpy".

       fd output-file
           data record is output-line.

       01 output-line                                       pic x(132).

       fd business-date-file
           data record is business-date-record.

           copy "../Copybooks/business-date.cpy".

       fd run-control-file
           data record is run-control-record.

           copy "../Copybooks/run-control.cpy".

       fd run-log-file
           data record is run-log-record.

           copy "../Copybooks/run-log.cpy".

       working-storage section.

       01 ws-archive-file-status                      pic xx value "00".
       01 ws-detail-file-status                       pic xx value "00".
       01 ws-sales-history-status                     pic xx value "00".
       01 ws-invoice-detail-status                    pic xx value "00".
       01 ws-restore-log-status                       pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-arch-eof                                pic x value 'N'.
       01 ws-sw-match                                   pic x value 'N'.

       01 ws-run-date                                      pic 9(8).
       01 ws-run-date-int                             pic 9(7) comp.

      * How far back the archive generations are searched, off
      * run-control.dat; the value in force is printed at the top of
      * the report.
       77 ws-search-days                           pic 9(5) value 1830.

       01 ws-sw-control-eof                             pic x value 'N'.
       01 ws-sw-value-ok                                pic x value 'N'.
       01 ws-sw-value-done                              pic x value 'N'.
       01 ws-rc-param-value                         pic 9(10) value 0.
       01 ws-rc-digit                                   pic 9 value 0.
       01 ws-rc-sub                                    pic 99 value 0.

      * The generation being searched, and the first one searched.
       01 ws-first-gen-int                            pic 9(7) comp.
       01 ws-gen-int                                  pic 9(7) comp.
       01 ws-gen-date                                      pic 9(8).
       01 ws-first-gen-date                                pic 9(8).

       01 ws-archive-file-name.
           05 filler                      pic x(36) value
               "../../../data/sales-history-archive-".
           05 waf-date                                     pic 9(8).
           05 filler                      pic x(4) value ".dat".
           05 filler                     pic x(16) value spaces.

       01 ws-detail-file-name.
           05 filler                      pic x(37) value
               "../../../data/invoice-detail-archive-".
           05 wdf-date                                     pic 9(8).
           05 filler                      pic x(4) value ".dat".
           05 filler                     pic x(15) value spaces.

      * Why a request was refused, or what became of a restore.
       01 ws-result                                   pic x(24).

      * The latest archive copy of the invoice a restore asks for,
      * and the generation it was found in.
       01 ws-found-date                             pic 9(8) value 0.
       01 ws-found-record.
           05 fr-invoice-number                           pic x(9).
           05 fr-store-number                             pic 99.
           05 fr-amount                                pic 9(7)v99.
           05 fr-sale-date                                pic 9(8).
           05 fr-tender-code                              pic xx.
           05 fr-cashier-id                               pic x(4).
           05 fr-exempt-type                              pic x.

       01 ws-request-number                         pic 9(3) value 0.
       01 ws-request-matches                        pic 9(5) value 0.
       01 ws-lines-restored                         pic 9(3) value 0.

       01 ws-count-requests                         pic 9(5) value 0.
       01 ws-count-inquiries                        pic 9(5) value 0.
       01 ws-count-matches                          pic 9(7) value 0.
       01 ws-count-restored                         pic 9(5) value 0.
       01 ws-count-refused                          pic 9(5) value 0.

      * Report layout.
       01 ws-title-line.
           05 filler         pic x(36) value
               "ARCHIVED INVOICE INQUIRY AND RESTORE".
           05 filler                              pic x(6) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-window-line.
           05 filler          pic x(29) value
               "ARCHIVE GENERATIONS SEARCHED ".
           05 filler                        pic x(5) value "FROM ".
           05 wwl-from-date                                pic 9(8).
           05 filler                        pic x(2) value " (".
           05 wwl-days                                   pic zzzz9.
           05 filler                        pic x(6) value " DAYS)".

       01 ws-request-line.
           05 filler                        pic x(8) value "REQUEST ".
           05 wrl-number                                   pic zz9.
           05 filler                              pic x(2) value spaces.
           05 wrl-type                                    pic x(8).
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(8) value "INVOICE ".
           05 wrl-invoice                                 pic x(9).
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(6) value "STORE ".
           05 wrl-store                                   pic xx.
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(5) value "SOLD ".
           05 wrl-from-date                               pic 9(8).
           05 filler                              pic x value "-".
           05 wrl-to-date                                 pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(7) value "AMOUNT ".
           05 wrl-amount-low                         pic zzzzzz9.99.
           05 filler                              pic x value "-".
           05 wrl-amount-high                        pic zzzzzz9.99.

       01 ws-requester-line.
           05 filler          pic x(15) value "   REQUESTED BY".
           05 filler                              pic x value space.
           05 wql-requested-by                           pic x(20).
           05 filler          pic x(9) value "  REASON ".
           05 wql-reason                                 pic x(40).

       01 ws-hit-head.
           05 filler                pic x(3) value spaces.
           05 filler                pic x(10) value "ARCHIVED".
           05 filler                pic x(11) value "INVOICE".
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(10) value "SALE DATE".
           05 filler                pic x(14) value "        AMOUNT".
           05 filler                pic x(8) value "  TENDER".
           05 filler                pic x(9) value "  CASHIER".
           05 filler                pic x(8) value "  EXEMPT".

       01 ws-hit-line.
           05 filler                              pic x(3) value spaces.
           05 whl-archive-date                            pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 whl-invoice                                 pic x(9).
           05 filler                              pic x(2) value spaces.
           05 whl-store                                    pic z9.
           05 filler                              pic x(5) value spaces.
           05 whl-sale-date                               pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 whl-amount                           pic zzz,zzz,zz9.99.
           05 filler                              pic x(6) value spaces.
           05 whl-tender                                  pic xx.
           05 filler                              pic x(5) value spaces.
           05 whl-cashier                                 pic x(4).
           05 filler                              pic x(7) value spaces.
           05 whl-exempt                                  pic x.

       01 ws-match-line.
           05 filler          pic x(19) value "   MATCHES FOUND:  ".
           05 wml-count                                  pic zzzz9.

       01 ws-result-line.
           05 filler          pic x(11) value "   RESULT: ".
           05 wrs-result                                 pic x(24).
           05 filler          pic x(17) value "  FROM ARCHIVE OF".
           05 filler                              pic x value space.
           05 wrs-archive-date                            pic 9(8).
           05 filler          pic x(25) value
               "  DETAIL LINES RESTORED: ".
           05 wrs-lines                                    pic zz9.

       01 ws-summary-line.
           05 filler          pic x(10) value "REQUESTS: ".
           05 wsu-requests                               pic zzzz9.
           05 filler          pic x(14) value "   INQUIRIES: ".
           05 wsu-inquiries                              pic zzzz9.
           05 filler          pic x(12) value "   MATCHES: ".
           05 wsu-matches                              pic zzzzzz9.
           05 filler          pic x(13) value "   RESTORED: ".
           05 wsu-restored                               pic zzzz9.
           05 filler          pic x(12) value "   REFUSED: ".
           05 wsu-refused                                pic zzzz9.

       procedure division.

           perform 025-read-business-date.
           compute ws-run-date-int =
               function integer-of-date(ws-run-date).

           perform 020-read-run-control.

           compute ws-first-gen-int = ws-run-date-int - ws-search-days.
           compute ws-first-gen-date =
               function date-of-integer(ws-first-gen-int).

           perform 900-write-run-log-start.

           open input archive-request-file
           open i-o sales-history
           open output output-file.

           open i-o invoice-detail
           if ws-invoice-detail-status = "35"
               open output invoice-detail
               close invoice-detail
               open i-o invoice-detail
           end-if.

           open extend restore-log-file
           if ws-restore-log-status = "35"
               open output restore-log-file
           end-if.

           move ws-run-date to wtl-run-date
           write output-line from ws-title-line.

           move ws-first-gen-date to wwl-from-date
           move ws-search-days to wwl-days
           write output-line from ws-window-line
               after advancing 1 lines.

           read archive-request-file at end move 'Y' to ws-sw-eof.

           perform 100-answer-request until ws-sw-eof = 'Y'.

           move ws-count-requests to wsu-requests
           move ws-count-inquiries to wsu-inquiries
           move ws-count-matches to wsu-matches
           move ws-count-restored to wsu-restored
           move ws-count-refused to wsu-refused
           write output-line from ws-summary-line
               after advancing 3 lines.

           close archive-request-file
                 sales-history
                 invoice-detail
                 restore-log-file
                 output-file.

      * Every request has been answered and every restore is on the
      * log -- clear the requests so a second run doesn't answer
      * them again, the same way MasterMaintenance clears its
      * transaction file.
           open output archive-request-file
           close archive-request-file.

           display "Requests read              : " ws-count-requests.
           display "Archived invoices matched  : " ws-count-matches.
           display "Invoices restored          : " ws-count-restored.
           display "Restores refused           : " ws-count-refused.

           move 0 to return-code.
           perform 910-write-run-log-end.
           goback.

      * Pick this program's knobs off the run-control file. An
      * absent file or keyword leaves the compiled default; a value
      * that isn't a number is reported and ignored.
       020-read-run-control.

           move 'N' to ws-sw-control-eof

           open input run-control-file

           read run-control-file at end move 'Y' to ws-sw-control-eof.

           perform until ws-sw-control-eof = 'Y'
               perform 022-parse-rc-value
               if ws-sw-value-ok = 'N'
                   display "RUN CONTROL: BAD VALUE IGNORED: "
                       rc-keyword
               else
                   evaluate rc-keyword
                       when "ARCHIVE-SEARCH-DAYS"
                           move ws-rc-param-value
                               to ws-search-days
                       when other
                           continue
                   end-evaluate
               end-if
               read run-control-file
                   at end move 'Y' to ws-sw-control-eof
               end-read
           end-perform

           close run-control-file.

      * Pull the digits out of a run-control value. Values are
      * keyed left-justified ("45", not "0000000045"), so the digits
      * are taken up to the first space after them; anything that
      * isn't digits and spaces marks the value bad.
       022-parse-rc-value.

           move 0 to ws-rc-param-value
           move 'N' to ws-sw-value-ok
           move 'N' to ws-sw-value-done

           perform varying ws-rc-sub from 1 by 1
                   until ws-rc-sub > 10 or ws-sw-value-done = 'Y'
               if rc-value(ws-rc-sub:1) >= '0'
                       and rc-value(ws-rc-sub:1) <= '9'
                   move rc-value(ws-rc-sub:1) to ws-rc-digit
                   compute ws-rc-param-value =
                       ws-rc-param-value * 10 + ws-rc-digit
                   move 'Y' to ws-sw-value-ok
               else
                   if rc-value(ws-rc-sub:1) = space
                       if ws-sw-value-ok = 'Y'
                           move 'Y' to ws-sw-value-done
                       end-if
                   else
                       move 'N' to ws-sw-value-ok
                       move 'Y' to ws-sw-value-done
                   end-if
               end-if
           end-perform.

      * The batch sets the business date once per cycle; every
      * program in the stream reads it at start-up. A run outside
      * the batch falls back to the machine clock.
       025-read-business-date.

           open input business-date-file

           read business-date-file
               at end
                   move function current-date(1:8) to ws-run-date
               not at end
                   if bd-business-date is numeric
                           and bd-business-date > 0
                       move bd-business-date to ws-run-date
                   else
                       move function current-date(1:8) to ws-run-date
                   end-if
           end-read

           close business-date-file.

      * One request: checked, echoed, and answered. Criteria keyed
      * blank in the numeric fields are taken as not applied.
       100-answer-request.

           add 1 to ws-count-requests
           add 1 to ws-request-number
           move spaces to ws-result
           move 0 to ws-request-matches
           move 0 to ws-found-date
           move 0 to ws-lines-restored

           if aq-from-date is not numeric
               move 0 to aq-from-date
           end-if
           if aq-to-date is not numeric
               move 0 to aq-to-date
           end-if
           if aq-amount-low is not numeric
               move 0 to aq-amount-low
           end-if
           if aq-amount-high is not numeric
               move 0 to aq-amount-high
           end-if

           perform 110-print-request

           evaluate true
               when aq-inquiry
                   if aq-invoice-number = spaces
                           and aq-store-number = spaces
                           and aq-from-date = 0
                           and aq-to-date = 0
                           and aq-amount-low = 0
                           and aq-amount-high = 0
                       move "NO SEARCH CRITERIA KEYED" to ws-result
                   end-if
               when aq-restore
                   evaluate true
                       when aq-invoice-number = spaces
                           move "INVOICE NUMBER REQUIRED"
                               to ws-result
                       when aq-requested-by = spaces
                           move "REQUESTER REQUIRED" to ws-result
                       when aq-reason = spaces
                           move "REASON REQUIRED" to ws-result
                       when other
                           continue
                   end-evaluate
               when other
                   move "UNKNOWN REQUEST TYPE" to ws-result
           end-evaluate

           if ws-result = spaces
               write output-line from ws-hit-head
                   after advancing 1 lines
               perform 200-search-archive
               move ws-request-matches to wml-count
               write output-line from ws-match-line
                   after advancing 1 lines
           end-if

           if aq-inquiry
               if ws-result = spaces
                   add 1 to ws-count-inquiries
               else
                   add 1 to ws-count-refused
                   perform 190-print-result
               end-if
           else
               if ws-result = spaces
                   perform 300-restore-invoice
               end-if
               if ws-result = "RESTORED"
                   add 1 to ws-count-restored
               else
                   add 1 to ws-count-refused
               end-if
               perform 190-print-result
               perform 350-write-restore-log
           end-if

           read archive-request-file at end move 'Y' to ws-sw-eof.

       110-print-request.

           move ws-request-number to wrl-number
           evaluate true
               when aq-inquiry
                   move "INQUIRY" to wrl-type
               when aq-restore
                   move "RESTORE" to wrl-type
               when other
                   move aq-request-type to wrl-type
           end-evaluate
           move aq-invoice-number to wrl-invoice
           move aq-store-number to wrl-store
           move aq-from-date to wrl-from-date
           move aq-to-date to wrl-to-date
           move aq-amount-low to wrl-amount-low
           move aq-amount-high to wrl-amount-high
           write output-line from ws-request-line
               after advancing 2 lines

           if aq-requested-by not = spaces or aq-reason not = spaces
               move aq-requested-by to wql-requested-by
               move aq-reason to wql-reason
               write output-line from ws-requester-line
                   after advancing 1 lines
           end-if.

       190-print-result.

           move ws-result to wrs-result
           move ws-found-date to wrs-archive-date
           move ws-lines-restored to wrs-lines
           write output-line from ws-result-line
               after advancing 1 lines.

      * Every retained generation, oldest first, each record held up
      * against the request. A restore keeps the latest copy of its
      * invoice it finds -- an invoice restored and archived again
      * is in more than one generation.
       200-search-archive.

           move ws-first-gen-int to ws-gen-int

           perform until ws-gen-int > ws-run-date-int
               compute ws-gen-date =
                   function date-of-integer(ws-gen-int)
               move ws-gen-date to waf-date
               open input archive-file
               if ws-archive-file-status = "00"
                   move 'N' to ws-sw-arch-eof
                   read archive-file at end move 'Y' to ws-sw-arch-eof
                   end-read
                   perform until ws-sw-arch-eof = 'Y'
                       perform 210-match-record
                       if ws-sw-match = 'Y'
                           perform 220-record-match
                       end-if
                       read archive-file
                           at end move 'Y' to ws-sw-arch-eof
                       end-read
                   end-perform
               end-if
               close archive-file
               add 1 to ws-gen-int
           end-perform.

      * Every criterion keyed must hold; one left blank holds for
      * every record.
       210-match-record.

           move 'Y' to ws-sw-match

           if aq-invoice-number not = spaces
                   and ar-invoice-number not = aq-invoice-number
               move 'N' to ws-sw-match
           end-if
           if aq-store-number not = spaces
                   and ar-store-number not = aq-store-number
               move 'N' to ws-sw-match
           end-if
           if aq-from-date > 0 and ar-sale-date < aq-from-date
               move 'N' to ws-sw-match
           end-if
           if aq-to-date > 0 and ar-sale-date > aq-to-date
               move 'N' to ws-sw-match
           end-if
           if aq-amount-low > 0 and ar-amount < aq-amount-low
               move 'N' to ws-sw-match
           end-if
           if aq-amount-high > 0 and ar-amount > aq-amount-high
               move 'N' to ws-sw-match
           end-if.

       220-record-match.

           add 1 to ws-request-matches
           add 1 to ws-count-matches

           move ws-gen-date to whl-archive-date
           move ar-invoice-number to whl-invoice
           move ar-store-number to whl-store
           move ar-sale-date to whl-sale-date
           move ar-amount to whl-amount
           move ar-tender-code to whl-tender
           move ar-cashier-id to whl-cashier
           move ar-exempt-type to whl-exempt
           write output-line from ws-hit-line
               after advancing 1 lines

           if aq-restore
               move ws-gen-date to ws-found-date
               move ar-invoice-number to fr-invoice-number
               move ar-store-number to fr-store-number
               move ar-amount to fr-amount
               move ar-sale-date to fr-sale-date
               move ar-tender-code to fr-tender-code
               move ar-cashier-id to fr-cashier-id
               move ar-exempt-type to fr-exempt-type
           end-if.

      * Put the invoice back on the live sales history, marked with
      * today's restore so the archive holds off it, then its detail
      * lines from the detail archive of the generation it came
      * from. An invoice already back on the live file -- restored
      * before, or never archived -- is left as it is.
       300-restore-invoice.

           if ws-found-date = 0
               move "NOT FOUND IN ARCHIVE" to ws-result
           else
               move fr-invoice-number to sh-invoice-number
               read sales-history
                   invalid key
                       move fr-invoice-number to sh-invoice-number
                       move fr-store-number to sh-store-number
                       move fr-amount to sh-amount
                       move fr-sale-date to sh-sale-date
                       move fr-tender-code to sh-tender-code
                       move fr-cashier-id to sh-cashier-id
                       move fr-exempt-type to sh-exempt-type
                       move ws-run-date to sh-restored-date
                       write sales-history-record
                       move "RESTORED" to ws-result
                       perform 310-restore-detail-lines
                   not invalid key
                       move "ALREADY ON SALES HISTORY" to ws-result
               end-read
           end-if.

       310-restore-detail-lines.

           move ws-found-date to wdf-date
           open input detail-archive-file

           move 'N' to ws-sw-arch-eof
           read detail-archive-file at end move 'Y' to ws-sw-arch-eof.

           perform until ws-sw-arch-eof = 'Y'
               if da-invoice-number = fr-invoice-number
                   move da-invoice-number to id-invoice-number
                   move da-line-number to id-line-number
                   move da-sku-code to id-sku-code
                   move da-quantity to id-quantity
                   move da-unit-amount to id-unit-amount
                   write invoice-detail-record
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-lines-restored
                   end-write
               end-if
               read detail-archive-file
                   at end move 'Y' to ws-sw-arch-eof
               end-read
           end-perform

           close detail-archive-file.

      * Every restore requested goes on the log, refused or not,
      * with who asked for it and why.
       350-write-restore-log.

           move ws-run-date to al-business-date
           move function current-date(1:14) to al-timestamp
           move aq-invoice-number to al-invoice-number
           move aq-requested-by to al-requested-by
           move aq-reason to al-reason
           move ws-found-date to al-archive-date
           move ws-lines-restored to al-lines-restored
           move ws-result to al-result
           write archive-restore-log-record.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "ARCHIVEINQUIRY" to rl-program-name
           move ws-run-date to rl-business-date
           move 'S' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move 0 to rl-records-read
           move 0 to rl-records-written
           move 0 to rl-return-code
           write run-log-record
           close run-log-file.

       910-write-run-log-end.

           open extend run-log-file
           move spaces to run-log-record
           move "ARCHIVEINQUIRY" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-count-requests to rl-records-read
           move ws-count-restored to rl-records-written
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program ArchiveInquiry.

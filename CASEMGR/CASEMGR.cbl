       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. CASEMGR.
      **************************************************************************
      * Exception case management.  The exception reports (high-value
      * transactions from S_LProcessing, RETANALYTICS returns abuse,
      * DRAWERREC cashier flags, INTEGRITY orphans and aged suspense,
      * DEPRECON deposit over/shorts, GLACK batch mismatches, INVGAP
      * invoice sequence gaps) used to be printed and forgotten;
      * nobody could say which had been looked at.  Each of those
      * programs now also writes the exception to case-feed.dat
      * (source, store, key, amount, severity, date, description)
      * and this stage turns the feed into cases on case-master.dat
      * that stay open until someone closes them:
      *
      *   - an exception whose source, store and key match a case
      *     already on file updates that case (amount, last seen,
      *     times seen, and the higher of the two severities) instead
      *     of opening another; one that recurs after its case was
      *     closed reopens it
      *   - anything else opens a new case with the next case number
      *
      * Action cards on case-action-cards.dat work the cases: "A"
      * assigns the case to an investigator, "C" adds a comment, "X"
      * closes it (the card text is the resolution).  The operator id
      * on the card must be an active operator granted function "K"
      * on operator-auth.dat.  Cards are applied before tonight's
      * feed, so a case closed today that recurs tonight comes
      * straight back open.  Every card, opening and reopening is
      * written to the case-notes.dat trail.  Both the feed and the
      * card file are consumed.
      *
      * case-report.out lists the cards applied and rejected, the
      * cases opened and reopened tonight, and every open case aged
      * by source and store (0-7, 8-30, 31-60 and over 60 days since
      * opened) with totals at each break.  Closed cases are dropped
      * from the master 180 days after closing; their notes stay.
      *
      * Card layout (73 bytes): case number, action, operator id,
      * assignee ("A" cards only), text.
      *
      * Runs nightly as a pipeline stage after INTEGRITY.  Rejected
      * cards give condition code 4 in the run log without halting
      * the chain; a case table overflow leaves the feed in place for
      * the next run and gives 8.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select case-master-file
               assign to "../case-master.dat"
               organization is line sequential
               file status is ws-cm-status.

           select case-feed-file
               assign to "../case-feed.dat"
               organization is line sequential
               file status is ws-cf-status.

           select action-card-file
               assign to "../case-action-cards.dat"
               organization is line sequential
               file status is ws-card-status.

           select case-notes-file
               assign to "../case-notes.dat"
               organization is line sequential
               file status is ws-cn-status.

           select operator-auth-file
               assign to "../operator-auth.dat"
               organization is line sequential
               file status is ws-auth-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select sort-work-file
               assign to "../casemgr-work".

           select case-report
               assign to "../case-report.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd case-master-file
           record contains 137 characters
           data record is cm-record.

       01 cm-record.
         05 cm-case-num pic 9(6).
         05 cm-status pic x.
         05 cm-source pic x(8).
         05 cm-store pic xx.
         05 cm-key pic x(16).
         05 cm-severity pic x.
         05 cm-amount pic s9(9)V99.
         05 cm-opened-date pic 9(8).
         05 cm-last-seen pic 9(8).
         05 cm-times-seen pic 9(4).
         05 cm-assigned-to pic x(8).
         05 cm-assigned-date pic 9(8).
         05 cm-closed-date pic 9(8).
         05 cm-closed-by pic x(8).
         05 cm-description pic x(40).

       fd case-feed-file
           record contains 86 characters
           data record is cf-record.

       01 cf-record.
         05 cf-source pic x(8).
         05 cf-store pic xx.
         05 cf-key pic x(16).
         05 cf-amount pic s9(9)V99.
         05 cf-severity pic x.
         05 cf-date pic 9(8).
         05 cf-description pic x(40).

       fd action-card-file
           record contains 73 characters
           data record is ca-record.

       01 ca-record.
         05 ca-case-num pic x(6).
         05 ca-case-num-n redefines ca-case-num pic 9(6).
         05 ca-action pic x.
         05 ca-operator pic x(8).
         05 ca-assignee pic x(8).
         05 ca-text pic x(50).

       fd case-notes-file
           record contains 81 characters
           data record is cn-record.

       01 cn-record.
         05 cn-case-num pic 9(6).
         05 cn-date pic 9(8).
         05 cn-operator pic x(8).
         05 cn-action pic x.
         05 cn-assignee pic x(8).
         05 cn-text pic x(50).

       fd operator-auth-file
          data record is op-record
          record contains 17 characters.

       01 op-record.
         05 op-operator-id pic x(8).
         05 op-functions pic x(8).
         05 op-active-flag pic x.

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       sd sort-work-file
           data record is sw-record.

       01 sw-record.
         05 sw-source pic x(8).
         05 sw-store pic xx.
         05 sw-case-num pic 9(6).
         05 sw-sub pic 9(4).

       fd case-report
           record contains 132 characters
           data record is cr-output.

       01 cr-output pic x(132).

       fd run-log-file
          data record is rl-record.

       01 rl-record.
         05 rl-program-name pic x(10).
         05 rl-start-date pic 9(8).
         05 rl-start-time pic 9(8).
         05 rl-end-date pic 9(8).
         05 rl-end-time pic 9(8).
         05 rl-condition-code pic 9(3).
         05 rl-records-read pic 9(6).
         05 rl-records-written pic 9(6).
         05 rl-records-written-2 pic 9(6).
         05 rl-records-written-3 pic 9(6).
         05 rl-records-written-4 pic 9(6).

       working-storage section.

       01 ws-cm-status pic xx value spaces.
       01 ws-cm-eof pic x value "N".
       01 ws-cf-status pic xx value spaces.
       01 ws-cf-eof pic x value "N".
       01 ws-card-status pic xx value spaces.
       01 ws-card-eof pic x value "N".
       01 ws-cn-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-sort-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-processing-date pic 9(8) value 0.
       01 ws-processing-int pic 9(8) value 0.

      * a closed case stays on the master this long after closing so
      * a recurrence reopens it rather than starting a new history
       01 ws-retention-days pic 9(3) value 180.
       01 ws-purge-int pic 9(8) value 0.
       01 ws-closed-int pic 9(8) value 0.

      * the whole case master, in case-number order; the entry layout
      * is cm-record's, so rows move in and out as one group
       01 ws-num-cases pic 9(4) value 0.
       01 ws-case-sub pic 9(4) value 0.
       01 ws-found-sub pic 9(4) value 0.
       01 ws-case-overflow pic x value "N".
       01 ws-next-case-num pic 9(6) value 0.
       01 ws-last-case-num pic 9(6) value 0.
       01 ws-case-table.
         05 ws-case-entry occurs 3000 times.
           10 ws-ct-case-num pic 9(6).
           10 ws-ct-status pic x.
             88 ws-ct-open value "O".
             88 ws-ct-closed value "C".
           10 ws-ct-source pic x(8).
           10 ws-ct-store pic xx.
           10 ws-ct-key pic x(16).
           10 ws-ct-severity pic x.
           10 ws-ct-amount pic s9(9)V99.
           10 ws-ct-opened-date pic 9(8).
           10 ws-ct-last-seen pic 9(8).
           10 ws-ct-times-seen pic 9(4).
           10 ws-ct-assigned-to pic x(8).
           10 ws-ct-assigned-date pic 9(8).
           10 ws-ct-closed-date pic 9(8).
           10 ws-ct-closed-by pic x(8).
           10 ws-ct-description pic x(40).

      * one feed row after defaults are applied
       01 ws-feed-date pic 9(8) value 0.
       01 ws-feed-severity pic x value space.
       01 ws-rank-severity pic x value space.
       01 ws-rank-value pic 9 value 0.
       01 ws-rank-old pic 9 value 0.

      * operator authorization: a case card is only honoured from an
      * operator the auth file knows, marks active, and grants this
      * program's function letter
       01 ws-auth-status pic xx value spaces.
       01 ws-auth-eof pic x value "N".
       01 ws-num-operators pic 99 value 0.
       01 ws-auth-sub pic 99 value 0.
       01 ws-auth-table.
         05 ws-auth-entry occurs 50 times.
           10 ws-auth-id pic x(8).
           10 ws-auth-functions pic x(8).
           10 ws-auth-active pic x.
       01 ws-op-ok pic x value "N".
       01 ws-op-reason pic x(30) value spaces.
       01 ws-op-lookup pic x(8) value spaces.
       01 ws-op-hits pic 99 value 0.

       01 ws-card-ok pic x value "N".
       01 ws-reject-reason pic x(30) value spaces.
       01 ws-card-count pic 9(4) value 0.
       01 ws-applied-count pic 9(4) value 0.
       01 ws-rejected-count pic 9(4) value 0.

       01 ws-feed-read pic 9(6) value 0.
       01 ws-new-count pic 9(6) value 0.
       01 ws-updated-count pic 9(6) value 0.
       01 ws-reopened-count pic 9(6) value 0.
       01 ws-ignored-count pic 9(6) value 0.
       01 ws-left-count pic 9(6) value 0.
       01 ws-purged-count pic 9(6) value 0.
       01 ws-open-count pic 9(6) value 0.

      * aging totals: level 1 store, 2 source, 3 all open cases;
      * buckets 1-4 are 0-7, 8-30, 31-60 and over 60 days
       01 ws-age-days pic s9(5) value 0.
       01 ws-bucket pic 9 value 0.
       01 ws-lvl pic 9 value 0.
       01 ws-bkt pic 9 value 0.
       01 ws-first-case pic x value "Y".
       01 ws-prev-source pic x(8) value spaces.
       01 ws-prev-store pic xx value spaces.
       01 ws-total-table.
         05 ws-tot-entry occurs 3 times.
           10 ws-tot-cases pic 9(5).
           10 ws-tot-bucket pic 9(5) occurs 4 times.
           10 ws-tot-amount pic s9(11)V99.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(40) value
                   "EXCEPTION CASE MANAGEMENT REPORT".
         05 filler pic x(6) value "DATE: ".
         05 ws-head-date pic 9(8).

       01 ws-section-line.
         05 filler pic x(2) value spaces.
         05 ws-section-text pic x(60).

       01 ws-card-line.
         05 filler pic x(4) value spaces.
         05 ws-cl-result pic x(8).
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "CASE: ".
         05 ws-cl-case pic x(6).
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "ACTION: ".
         05 ws-cl-action pic x.
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "BY: ".
         05 ws-cl-operator pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-cl-text pic x(60).

       01 ws-feed-line.
         05 filler pic x(4) value spaces.
         05 ws-fl-result pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-fl-case pic 9(6).
         05 filler pic x(2) value spaces.
         05 ws-fl-source pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-fl-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-fl-key pic x(16).
         05 filler pic x(2) value spaces.
         05 ws-fl-severity pic x.
         05 filler pic x(2) value spaces.
         05 ws-fl-amount pic zzz,zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-fl-description pic x(40).

       01 ws-feed-summary.
         05 filler pic x(4) value spaces.
         05 filler pic x(11) value "ROWS READ: ".
         05 ws-fs-read pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(5) value "NEW: ".
         05 ws-fs-new pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "UPDATED: ".
         05 ws-fs-updated pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "REOPENED: ".
         05 ws-fs-reopened pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "IGNORED: ".
         05 ws-fs-ignored pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(19) value "LEFT FOR NEXT RUN: ".
         05 ws-fs-left pic zzzzz9.

       01 ws-age-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(8) value "CASE".
         05 filler pic x(10) value "SOURCE".
         05 filler pic x(4) value "ST".
         05 filler pic x(18) value "KEY".
         05 filler pic x(4) value "SEV".
         05 filler pic x(17) value "         AMOUNT".
         05 filler pic x(10) value "OPENED".
         05 filler pic x(10) value "LAST SEEN".
         05 filler pic x(6) value "SEEN".
         05 filler pic x(10) value "ASSIGNED".
         05 filler pic x(5) value "  AGE".

       01 ws-age-line.
         05 filler pic x(4) value spaces.
         05 ws-al-case pic 9(6).
         05 filler pic x(2) value spaces.
         05 ws-al-source pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-al-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-al-key pic x(16).
         05 filler pic x(2) value spaces.
         05 ws-al-severity pic x.
         05 filler pic x(3) value spaces.
         05 ws-al-amount pic zzz,zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-al-opened pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-al-last-seen pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-al-seen pic zzz9.
         05 filler pic x(2) value spaces.
         05 ws-al-assigned pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-al-age pic zzzz9.

       01 ws-total-line.
         05 filler pic x(4) value spaces.
         05 ws-tl-label pic x(20).
         05 filler pic x(7) value "CASES: ".
         05 ws-tl-cases pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "0-7 DAYS: ".
         05 ws-tl-bucket-1 pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(6) value "8-30: ".
         05 ws-tl-bucket-2 pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "31-60: ".
         05 ws-tl-bucket-3 pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "OVER 60: ".
         05 ws-tl-bucket-4 pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "AMOUNT: ".
         05 ws-tl-amount pic zz,zzz,zzz,zz9.99-.

       01 ws-tl-store-label.
         05 filler pic x(6) value "STORE ".
         05 ws-tsl-store pic xx.
         05 filler pic x(12) value spaces.

       01 ws-tl-source-label.
         05 filler pic x(7) value "SOURCE ".
         05 ws-tsl-source pic x(8).
         05 filler pic x(5) value spaces.

       01 ws-message-line.
         05 filler pic x(4) value spaces.
         05 ws-msg-text pic x(60).

       01 ws-summary-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "CARDS: ".
         05 ws-sum-cards pic zzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "APPLIED: ".
         05 ws-sum-applied pic zzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-sum-rejected pic zzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(12) value "OPEN CASES: ".
         05 ws-sum-open pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "PURGED: ".
         05 ws-sum-purged pic zzzzz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           move ws-start-date to ws-processing-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-processing-date
               end-read
               close run-control-file
           end-if.
           compute ws-processing-int =
             function integer-of-date(ws-processing-date).
           compute ws-purge-int = ws-processing-int - ws-retention-days.

           perform 050-load-case-master.
           perform 065-load-operator-auth.

           open extend case-notes-file.
           if ws-cn-status = "35"
               open output case-notes-file
           end-if.

           open output case-report.
           move ws-processing-date to ws-head-date.
           write cr-output from ws-heading-1.

           perform 100-apply-action-cards.
           perform 200-merge-case-feed.
           close case-notes-file.

           perform 400-report-open-cases.
           perform 500-rewrite-case-master.

           move ws-card-count to ws-sum-cards.
           move ws-applied-count to ws-sum-applied.
           move ws-rejected-count to ws-sum-rejected.
           move ws-open-count to ws-sum-open.
           move ws-purged-count to ws-sum-purged.
           write cr-output from ws-blank-line.
           write cr-output from ws-summary-line.
           close case-report.

           if ws-rejected-count > 0
               move 4 to ws-condition-code
           end-if.
           if ws-case-overflow = "Y"
               move 8 to ws-condition-code
           end-if.
           perform 700-write-run-log.
           goback.

       050-load-case-master.
      * no master yet is the first night, not an error
           open input case-master-file.
           if ws-cm-status = "35"
               move 1 to ws-next-case-num
               exit paragraph
           end-if.
           if ws-cm-status <> "00"
               display "CASEMGR: CANT OPEN CASE-MASTER, STATUS="
                   ws-cm-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read case-master-file
               at end
                   move "Y" to ws-cm-eof.
           perform until ws-cm-eof = "Y"
               if ws-num-cases >= 3000
                   display "CASEMGR: MORE THAN 3000 CASES ON "
                       "CASE-MASTER - RUN REFUSED"
                   close case-master-file
                   move 16 to ws-condition-code
                   perform 700-write-run-log
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-num-cases
               move cm-record to ws-case-entry(ws-num-cases)
               if cm-case-num > ws-last-case-num
                   move cm-case-num to ws-last-case-num
               end-if
               read case-master-file
                   at end
                       move "Y" to ws-cm-eof
               end-read
           end-perform.
           close case-master-file.
           compute ws-next-case-num = ws-last-case-num + 1.

       065-load-operator-auth.
           open input operator-auth-file.
           if ws-auth-status <> "00"
               display "CASEMGR: NO OPERATOR AUTH FILE, STATUS="
                   ws-auth-status " - ALL CARDS WILL REJECT"
               exit paragraph
           end-if.
           read operator-auth-file
               at end
                   move "Y" to ws-auth-eof.
           perform until ws-auth-eof = "Y"
               or ws-num-operators >= 50
               add 1 to ws-num-operators
               move op-operator-id to ws-auth-id(ws-num-operators)
               move op-functions
                 to ws-auth-functions(ws-num-operators)
               move op-active-flag
                 to ws-auth-active(ws-num-operators)
               read operator-auth-file
                   at end
                       move "Y" to ws-auth-eof
               end-read
           end-perform.
           close operator-auth-file.

       066-check-operator.
      * the id to verify arrives in ws-op-lookup
           move "N" to ws-op-ok.
           move "UNKNOWN OPERATOR" to ws-op-reason.
           perform varying ws-auth-sub from 1 by 1
             until ws-auth-sub > ws-num-operators
               if ws-op-lookup = ws-auth-id(ws-auth-sub)
                   if ws-auth-active(ws-auth-sub) not = "Y"
                       move "OPERATOR NOT ACTIVE" to ws-op-reason
                   else
                       move 0 to ws-op-hits
                       inspect ws-auth-functions(ws-auth-sub)
                         tallying ws-op-hits for all "K"
                       if ws-op-hits > 0
                           move "Y" to ws-op-ok
                       else
                           move "OPERATOR NOT AUTHORIZED"
                             to ws-op-reason
                       end-if
                   end-if
               end-if
           end-perform.

       100-apply-action-cards.
           write cr-output from ws-blank-line.
           move "CASE ACTION CARDS" to ws-section-text.
           write cr-output from ws-section-line.

           open input action-card-file.
           if ws-card-status <> "00"
               move "NO ACTION CARDS TODAY" to ws-msg-text
               write cr-output from ws-message-line
               exit paragraph
           end-if.

           read action-card-file
               at end
                   move "Y" to ws-card-eof.
           perform until ws-card-eof = "Y"
               perform 150-apply-card
               read action-card-file
                   at end
                       move "Y" to ws-card-eof
               end-read
           end-perform.
           close action-card-file.

           if ws-card-count = 0
               move "NO ACTION CARDS TODAY" to ws-msg-text
               write cr-output from ws-message-line
           end-if.

      * applied and rejected alike are consumed; a rejected card is
      * corrected and resubmitted, never silently retried
           open output action-card-file.
           close action-card-file.

       150-apply-card.
           add 1 to ws-card-count.
           perform 160-validate-card.

           move ca-case-num to ws-cl-case.
           move ca-action to ws-cl-action.
           move ca-operator to ws-cl-operator.

           if ws-card-ok = "N"
               add 1 to ws-rejected-count
               move "REJECTED" to ws-cl-result
               move ws-reject-reason to ws-cl-text
               write cr-output from ws-card-line
               exit paragraph
           end-if.

           add 1 to ws-applied-count.
           move "APPLIED" to ws-cl-result.
           move spaces to ws-cl-text.
           move ws-ct-case-num(ws-found-sub) to cn-case-num.
           move ws-processing-date to cn-date.
           move ca-operator to cn-operator.
           move ca-action to cn-action.
           move spaces to cn-assignee.
           move ca-text to cn-text.

           evaluate ca-action
               when "A"
                   move ca-assignee
                     to ws-ct-assigned-to(ws-found-sub)
                   move ws-processing-date
                     to ws-ct-assigned-date(ws-found-sub)
                   move ca-assignee to cn-assignee
                   string "ASSIGNED TO " delimited by size
                          ca-assignee delimited by space
                     into ws-cl-text
               when "C"
                   move ca-text to ws-cl-text
               when "X"
                   move "C" to ws-ct-status(ws-found-sub)
                   move ws-processing-date
                     to ws-ct-closed-date(ws-found-sub)
                   move ca-operator to ws-ct-closed-by(ws-found-sub)
                   string "CLOSED - " delimited by size
                          ca-text delimited by size
                     into ws-cl-text
           end-evaluate.

           write cn-record.
           write cr-output from ws-card-line.

       160-validate-card.
           move "Y" to ws-card-ok.
           move spaces to ws-reject-reason.
           move 0 to ws-found-sub.
           if ca-case-num-n numeric
               perform varying ws-case-sub from 1 by 1
                 until ws-case-sub > ws-num-cases
                   if ws-ct-case-num(ws-case-sub) = ca-case-num-n
                       move ws-case-sub to ws-found-sub
                   end-if
               end-perform
           end-if.
           move ca-operator to ws-op-lookup.
           perform 066-check-operator.

           evaluate true
               when ws-op-ok = "N"
                   move "N" to ws-card-ok
                   move ws-op-reason to ws-reject-reason
               when ca-action not = "A" and ca-action not = "C"
                 and ca-action not = "X"
                   move "N" to ws-card-ok
                   move "INVALID ACTION CODE" to ws-reject-reason
               when ca-case-num-n not numeric
                   move "N" to ws-card-ok
                   move "INVALID CASE NUMBER" to ws-reject-reason
               when ws-found-sub = 0
                   move "N" to ws-card-ok
                   move "CASE NOT ON FILE" to ws-reject-reason
               when ca-action not = "C"
                 and ws-ct-closed(ws-found-sub)
                   move "N" to ws-card-ok
                   move "CASE ALREADY CLOSED" to ws-reject-reason
               when ca-action = "A" and ca-assignee = spaces
                   move "N" to ws-card-ok
                   move "BLANK ASSIGNEE" to ws-reject-reason
               when ca-action = "C" and ca-text = spaces
                   move "N" to ws-card-ok
                   move "BLANK COMMENT" to ws-reject-reason
               when ca-action = "X" and ca-text = spaces
                   move "N" to ws-card-ok
                   move "CLOSE NEEDS RESOLUTION TEXT"
                     to ws-reject-reason
           end-evaluate.

       200-merge-case-feed.
           write cr-output from ws-blank-line.
           move "EXCEPTIONS RECEIVED - CASES OPENED AND REOPENED"
             to ws-section-text.
           write cr-output from ws-section-line.

           open input case-feed-file.
           if ws-cf-status = "00"
               read case-feed-file
                   at end
                       move "Y" to ws-cf-eof
               end-read
               perform until ws-cf-eof = "Y"
                   add 1 to ws-feed-read
                   perform 210-apply-feed-row
                   read case-feed-file
                       at end
                           move "Y" to ws-cf-eof
                   end-read
               end-perform
               close case-feed-file
           end-if.

      * the feed is consumed only when every row found its case; an
      * overflow leaves it for the next run, where the rows already
      * applied merge again without counting twice
           if ws-case-overflow = "Y"
               display "CASEMGR: CASE TABLE FULL - " ws-left-count
                   " FEED ROWS NOT APPLIED, FEED KEPT FOR NEXT RUN"
           else
               open output case-feed-file
               close case-feed-file
           end-if.

           move ws-feed-read to ws-fs-read.
           move ws-new-count to ws-fs-new.
           move ws-updated-count to ws-fs-updated.
           move ws-reopened-count to ws-fs-reopened.
           move ws-ignored-count to ws-fs-ignored.
           move ws-left-count to ws-fs-left.
           write cr-output from ws-feed-summary.

       210-apply-feed-row.
           if cf-source = spaces or cf-key = spaces
               add 1 to ws-ignored-count
               exit paragraph
           end-if.
           if cf-date numeric and cf-date > 0
               move cf-date to ws-feed-date
           else
               move ws-processing-date to ws-feed-date
           end-if.
           if cf-severity = "H" or cf-severity = "M"
             or cf-severity = "L"
               move cf-severity to ws-feed-severity
           else
               move "M" to ws-feed-severity
           end-if.

           move 0 to ws-found-sub.
           perform varying ws-case-sub from 1 by 1
             until ws-case-sub > ws-num-cases
               if ws-ct-source(ws-case-sub) = cf-source
                 and ws-ct-store(ws-case-sub) = cf-store
                 and ws-ct-key(ws-case-sub) = cf-key
                   move ws-case-sub to ws-found-sub
               end-if
           end-perform.

           if ws-found-sub = 0
               perform 220-open-case
           else
               perform 230-update-case
           end-if.

       220-open-case.
           if ws-num-cases >= 3000
               move "Y" to ws-case-overflow
               add 1 to ws-left-count
               exit paragraph
           end-if.
           add 1 to ws-num-cases.
           move ws-num-cases to ws-found-sub.
           move ws-next-case-num to ws-ct-case-num(ws-found-sub).
           add 1 to ws-next-case-num.
           move "O" to ws-ct-status(ws-found-sub).
           move cf-source to ws-ct-source(ws-found-sub).
           move cf-store to ws-ct-store(ws-found-sub).
           move cf-key to ws-ct-key(ws-found-sub).
           move ws-feed-severity to ws-ct-severity(ws-found-sub).
           move cf-amount to ws-ct-amount(ws-found-sub).
           move ws-feed-date to ws-ct-opened-date(ws-found-sub).
           move ws-feed-date to ws-ct-last-seen(ws-found-sub).
           move 1 to ws-ct-times-seen(ws-found-sub).
           move spaces to ws-ct-assigned-to(ws-found-sub).
           move 0 to ws-ct-assigned-date(ws-found-sub).
           move 0 to ws-ct-closed-date(ws-found-sub).
           move spaces to ws-ct-closed-by(ws-found-sub).
           move cf-description to ws-ct-description(ws-found-sub).
           add 1 to ws-new-count.

           move "NEW" to ws-fl-result.
           move "O" to cn-action.
           move cf-description to cn-text.
           perform 250-write-feed-activity.

       230-update-case.
      * a closed case comes back when its exception recurs on or
      * after the day it was closed; an older row is a late arrival
      * the closing already answered
           if ws-ct-closed(ws-found-sub)
               if ws-feed-date < ws-ct-closed-date(ws-found-sub)
                   add 1 to ws-ignored-count
                   exit paragraph
               end-if
               move "O" to ws-ct-status(ws-found-sub)
               move 0 to ws-ct-closed-date(ws-found-sub)
               move spaces to ws-ct-closed-by(ws-found-sub)
               add 1 to ws-reopened-count
               move "REOPENED" to ws-fl-result
               move "R" to cn-action
               move "REOPENED - EXCEPTION RECURRED" to cn-text
               perform 250-write-feed-activity
           else
               add 1 to ws-updated-count
           end-if.

      * times seen counts nights, so the same night fed twice (a
      * rerun or a supplemental) is still one sighting
           if ws-feed-date > ws-ct-last-seen(ws-found-sub)
               add 1 to ws-ct-times-seen(ws-found-sub)
               move ws-feed-date to ws-ct-last-seen(ws-found-sub)
           end-if.
           if ws-feed-date = ws-ct-last-seen(ws-found-sub)
               move cf-amount to ws-ct-amount(ws-found-sub)
               move cf-description
                 to ws-ct-description(ws-found-sub)
           end-if.

           move ws-ct-severity(ws-found-sub) to ws-rank-severity.
           perform 260-rank-severity.
           move ws-rank-value to ws-rank-old.
           move ws-feed-severity to ws-rank-severity.
           perform 260-rank-severity.
           if ws-rank-value > ws-rank-old
               move ws-feed-severity to ws-ct-severity(ws-found-sub)
           end-if.

       250-write-feed-activity.
           move ws-ct-case-num(ws-found-sub) to ws-fl-case.
           move cf-source to ws-fl-source.
           move cf-store to ws-fl-store.
           move cf-key to ws-fl-key.
           move ws-feed-severity to ws-fl-severity.
           move cf-amount to ws-fl-amount.
           move cf-description to ws-fl-description.
           write cr-output from ws-feed-line.

           move ws-ct-case-num(ws-found-sub) to cn-case-num.
           move ws-feed-date to cn-date.
           move "CASEMGR" to cn-operator.
           move spaces to cn-assignee.
           write cn-record.

       260-rank-severity.
           evaluate ws-rank-severity
               when "H"
                   move 3 to ws-rank-value
               when "M"
                   move 2 to ws-rank-value
               when "L"
                   move 1 to ws-rank-value
               when other
                   move 0 to ws-rank-value
           end-evaluate.

       400-report-open-cases.
           write cr-output from ws-blank-line.
           move "OPEN CASES AGED BY SOURCE AND STORE"
             to ws-section-text.
           write cr-output from ws-section-line.
           write cr-output from ws-age-heading.

           perform varying ws-lvl from 1 by 1 until ws-lvl > 3
               perform 460-clear-level
           end-perform.

           sort sort-work-file
               ascending key sw-source
               ascending key sw-store
               ascending key sw-case-num
               input procedure is 410-select-open-cases
               output procedure is 420-list-open-cases.

       410-select-open-cases.
           perform varying ws-case-sub from 1 by 1
             until ws-case-sub > ws-num-cases
               if ws-ct-open(ws-case-sub)
                   move ws-ct-source(ws-case-sub) to sw-source
                   move ws-ct-store(ws-case-sub) to sw-store
                   move ws-ct-case-num(ws-case-sub) to sw-case-num
                   move ws-case-sub to sw-sub
                   release sw-record
               end-if
           end-perform.

       420-list-open-cases.
           perform until ws-sort-eof = "Y"
               return sort-work-file
                   at end
                       move "Y" to ws-sort-eof
                   not at end
                       perform 430-list-one-case
               end-return
           end-perform.

           if ws-first-case = "Y"
               move "NO OPEN CASES" to ws-msg-text
               write cr-output from ws-message-line
               exit paragraph
           end-if.

           move 1 to ws-lvl.
           perform 450-write-level-total.
           move 2 to ws-lvl.
           perform 450-write-level-total.
           write cr-output from ws-blank-line.
           move "ALL OPEN CASES" to ws-tl-label.
           move 3 to ws-lvl.
           perform 455-write-total-line.

       430-list-one-case.
           if ws-first-case = "N"
               if sw-source not = ws-prev-source
                   move 1 to ws-lvl
                   perform 450-write-level-total
                   move 2 to ws-lvl
                   perform 450-write-level-total
                   write cr-output from ws-blank-line
               else
                   if sw-store not = ws-prev-store
                       move 1 to ws-lvl
                       perform 450-write-level-total
                   end-if
               end-if
           end-if.
           move "N" to ws-first-case.
           move sw-source to ws-prev-source.
           move sw-store to ws-prev-store.

           move sw-sub to ws-case-sub.
           add 1 to ws-open-count.
           compute ws-age-days = ws-processing-int
             - function integer-of-date(ws-ct-opened-date(ws-case-sub)).
           evaluate true
               when ws-age-days <= 7
                   move 1 to ws-bucket
               when ws-age-days <= 30
                   move 2 to ws-bucket
               when ws-age-days <= 60
                   move 3 to ws-bucket
               when other
                   move 4 to ws-bucket
           end-evaluate.
           perform varying ws-lvl from 1 by 1 until ws-lvl > 3
               add 1 to ws-tot-cases(ws-lvl)
               add 1 to ws-tot-bucket(ws-lvl, ws-bucket)
               add ws-ct-amount(ws-case-sub) to ws-tot-amount(ws-lvl)
           end-perform.

           move ws-ct-case-num(ws-case-sub) to ws-al-case.
           move ws-ct-source(ws-case-sub) to ws-al-source.
           move ws-ct-store(ws-case-sub) to ws-al-store.
           move ws-ct-key(ws-case-sub) to ws-al-key.
           move ws-ct-severity(ws-case-sub) to ws-al-severity.
           move ws-ct-amount(ws-case-sub) to ws-al-amount.
           move ws-ct-opened-date(ws-case-sub) to ws-al-opened.
           move ws-ct-last-seen(ws-case-sub) to ws-al-last-seen.
           move ws-ct-times-seen(ws-case-sub) to ws-al-seen.
           move ws-ct-assigned-to(ws-case-sub) to ws-al-assigned.
           if ws-age-days < 0
               move 0 to ws-al-age
           else
               move ws-age-days to ws-al-age
           end-if.
           write cr-output from ws-age-line.

       450-write-level-total.
      * ws-lvl 1 closes the store, 2 the source
           if ws-lvl = 1
               move ws-prev-store to ws-tsl-store
               move ws-tl-store-label to ws-tl-label
           else
               move ws-prev-source to ws-tsl-source
               move ws-tl-source-label to ws-tl-label
           end-if.
           perform 455-write-total-line.
           perform 460-clear-level.

       455-write-total-line.
           move ws-tot-cases(ws-lvl) to ws-tl-cases.
           move ws-tot-bucket(ws-lvl, 1) to ws-tl-bucket-1.
           move ws-tot-bucket(ws-lvl, 2) to ws-tl-bucket-2.
           move ws-tot-bucket(ws-lvl, 3) to ws-tl-bucket-3.
           move ws-tot-bucket(ws-lvl, 4) to ws-tl-bucket-4.
           move ws-tot-amount(ws-lvl) to ws-tl-amount.
           write cr-output from ws-total-line.

       460-clear-level.
           move 0 to ws-tot-cases(ws-lvl).
           move 0 to ws-tot-amount(ws-lvl).
           perform varying ws-bkt from 1 by 1 until ws-bkt > 4
               move 0 to ws-tot-bucket(ws-lvl, ws-bkt)
           end-perform.

       500-rewrite-case-master.
      * closed cases past retention drop off here -- all but the
      * highest-numbered case, which carries the next case number
           open output case-master-file.
           perform varying ws-case-sub from 1 by 1
             until ws-case-sub > ws-num-cases
               if ws-ct-closed(ws-case-sub)
                 and ws-ct-case-num(ws-case-sub)
                   < ws-next-case-num - 1
                   compute ws-closed-int = function integer-of-date(
                     ws-ct-closed-date(ws-case-sub))
               else
                   move ws-processing-int to ws-closed-int
               end-if
               if ws-closed-int < ws-purge-int
                   add 1 to ws-purged-count
               else
                   write cm-record from ws-case-entry(ws-case-sub)
               end-if
           end-perform.
           close case-master-file.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "CASEMGR" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-feed-read to rl-records-read.
           move ws-new-count to rl-records-written.
           compute rl-records-written-2 =
             ws-updated-count + ws-reopened-count.
           move ws-applied-count to rl-records-written-3.
           move ws-open-count to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program CASEMGR.
      **************************************************************************

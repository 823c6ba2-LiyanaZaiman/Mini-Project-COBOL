            "C:\Users\Desktop\COBOL\vaccination-audit.txt"
                    organization is line sequential.

                select optional hr-feed-file
                    assign to
            "C:\Users\Desktop\COBOL\hr-feed.txt"
                    organization is line sequential.
            "C:\Users\Desktop\COBOL\vaccination-checkpoint.txt"
                    organization is line sequential.

*> every transaction and HR feed batch applied, keyed on the feed
*> and its batch ID, so the same file cannot be applied twice
                select optional processed-batch-file
                    assign to
            "C:\Users\Desktop\COBOL\processed-batches.txt"
                    organization is indexed
                    access mode is dynamic
                    record key is pb-key
                    file status is processed-batch-status.

*> closed monthly audit-log archive, written by the month-end
*> rollover with a control-total trailer line; the name carries
*> the period and is built at run time
                    record key is booking-employee-id
                    file status is booking-file-status.

*> clinic calendar: the number of slots the nurse can cover for
*> each date and AM/PM session, and how many are booked; keyed
*> yyyymmdd plus session so the file walks in date order
                select optional clinic-calendar-file
                    assign to
            "C:\Users\Desktop\COBOL\clinic-calendar.txt"
                    organization is indexed
                    access mode is dynamic
                    record key is calendar-key
                    file status is calendar-file-status.

*> employees waiting for a place in a full session, keyed on the
*> session and the time they were added so the longest wait is
*> promoted first when a booking is cancelled
                select optional waitlist-file
                    assign to
            "C:\Users\Desktop\COBOL\clinic-waitlist.txt"
                    organization is indexed
                    access mode is dynamic
                    record key is waitlist-key
                    file status is waitlist-file-status.

*> bookings the no-show sweep found still booked after their
*> date, for the clinic to chase and rebook
                select no-show-report-file
                    assign to
            "C:\Users\Desktop\COBOL\no-show-report.txt"
                    organization is line sequential.

*> approved vaccine brands, one record per brand code, with the
*> number of doses the schedule needs and the recommended days
*> between doses; every brand keyed anywhere else is checked here
                    record key is brand-code
                    file status is brand-file-status.

*> vaccine lot stock ledger, one record per lot held, with its
*> brand code, expiry date and the doses received and used; every
*> lot keyed against a dose is checked here and its balance taken
                select optional lot-stock-file
                    assign to
            "C:\Users\Desktop\COBOL\vaccine-lots.txt"
                    organization is indexed
                    access mode is dynamic
                    record key is lot-number
                    file status is lot-file-status.

*> the lots are sorted into brand order for the stock report
                select lot-sort-file
                    assign to
            "C:\Users\Desktop\COBOL\lot-sort.tmp".

                select sorted-lot-file
                    assign to
            "C:\Users\Desktop\COBOL\vaccine-lots-sorted.txt"
                    organization is line sequential.

                select lot-stock-report-file
                    assign to
            "C:\Users\Desktop\COBOL\lot-stock-report.txt"
                    organization is line sequential.

*> dated sequential unload of the vaccination file, written in
*> the nightly window; the name is built at run time so each
*> night keeps its own copy, and reload accepts any of them
                    assign to backup-file-name
                    organization is line sequential.

*> point-in-time recovery: the chosen backup is reloaded here and
*> the audit log rolled forward over it; the result is either
*> copied onto the live file or kept here as a scratch copy to
*> answer "what did this record look like then"
                select recovery-file
                    assign to
            "C:\Users\Desktop\COBOL\vaccination-recovery.txt"
                    organization is indexed
                    access mode is dynamic
                    record key is rcv-employee-id
                    file status is recovery-file-status.

                select recovery-report-file
                    assign to
            "C:\Users\Desktop\COBOL\recovery-report.txt"
                    organization is line sequential.

*> dated archive of every record removed by the leaver purge, so
*> a purged employee can always be produced again; the name is
*> built at run time like the nightly backup
                select optional leaver-archive-file
                    assign to leaver-archive-file-name
                    organization is line sequential.

*> maker-checker queue: a delete, a leaver purge or an exemption
*> waits here until a second supervisor approves or rejects it;
*> keyed on the time it was asked for plus the employee
                select optional pending-approval-file
                    assign to
            "C:\Users\Desktop\COBOL\pending-approvals.txt"
                    organization is indexed
                    access mode is dynamic
                    record key is pend-key
                    file status is pending-file-status.

                select pending-report-file
                    assign to
            "C:\Users\Desktop\COBOL\pending-approvals-overdue.txt"
                    organization is line sequential.

*> month-end compliance history: one row per period and
*> department, plus the whole company under department ALL,
*> written by the audit rollover or the night run at month end
                select optional compliance-snapshot-file
                    assign to
            "C:\Users\Desktop\COBOL\compliance-snapshots.txt"
                    organization is indexed
                    access mode is dynamic
                    record key is snap-key
                    file status is snapshot-file-status.

                select trend-report-file
                    assign to
            "C:\Users\Desktop\COBOL\compliance-trend-report.txt"
                    organization is line sequential.

*> adverse reactions, one per employee and dose; the brand and lot
*> of the dose are copied on when the reaction is keyed so the
*> signal report can count against them
                select optional reaction-file
                    assign to
            "C:\Users\Desktop\COBOL\adverse-reactions.txt"
                    organization is indexed
                    access mode is dynamic
                    record key is react-key
                    file status is reaction-file-status.

                select signal-report-file
                    assign to
            "C:\Users\Desktop\COBOL\reaction-signal-report.txt"
                    organization is line sequential.

*> line manager for each department, for the weekly follow-up
*> digest
                select optional manager-file
                    assign to
            "C:\Users\Desktop\COBOL\department-managers.txt"
                    organization is indexed
                    access mode is dynamic
                    record key is mgr-department
                    file status is manager-file-status.

*> the digest walks the master in department order
                select digest-sort-file
                    assign to
            "C:\Users\Desktop\COBOL\digest-sort.tmp".

                select sorted-digest-file
                    assign to
            "C:\Users\Desktop\COBOL\vaccination-by-department.txt"
                    organization is line sequential.

*> the digest goes out both as letters and as a mail-merge
*> extract; departments with no manager go to HR as exceptions
                select digest-letter-file
                    assign to
            "C:\Users\Desktop\COBOL\manager-digest.txt"
                    organization is line sequential.

                select digest-csv-file
                    assign to
            "C:\Users\Desktop\COBOL\manager-digest.csv"
                    organization is line sequential.

                select digest-exception-file
                    assign to
            "C:\Users\Desktop\COBOL\manager-exceptions.txt"
                    organization is line sequential.

*> daily clearance feed for the door-badge system: the full
*> extract, the previous full extract kept as the comparison base,
*> and the delta of people whose clearance changed
                select optional access-extract-file
                    assign to
            "C:\Users\Desktop\COBOL\site-access-extract.txt"
                    organization is line sequential.

                select optional access-base-file
                    assign to
            "C:\Users\Desktop\COBOL\site-access-base.txt"
                    organization is line sequential.

                select access-delta-file
                    assign to
            "C:\Users\Desktop\COBOL\site-access-delta.txt"
                    organization is line sequential.

*> night-run log: one line per step with timestamps, record counts
*> and outcome, so the morning shift can see at a glance whether
*> last night completed; appended to, never truncated

*> rejected submissions, with the authority's reason, for the
*> follow-up work queue
                select optional ha-followup-file
                    assign to
            "C:\Users\Desktop\COBOL\ha-followup.txt"
                    organization is line sequential.
            "C:\Users\Desktop\COBOL\overdue-report.txt"
                    organization is line sequential.

*> every vaccine-record whose doses break its brand's schedule,
*> for occupational health to review before certification
                select schedule-report-file
                    assign to
            "C:\Users\Desktop\COBOL\dose-schedule-exceptions.txt"
                    organization is line sequential.

data division.
file section.
        FD vaccination-file
    05 audit-operation-type pic x(6).
    05 audit-timestamp pic x(21).
    05 audit-operator pic x(8).
    05 audit-approver pic x(8).

*> HR new-hire extract: one fixed-format line per new hire,
*> employee ID and name only - status and dose dates are set
    05 hr-employee-id pic 9(6).
    05 hr-name-of-employee pic x(20).
    05 hr-department pic x(4).
01 hr-feed-header-record.
    05 hfh-record-type pic x.
    05 hfh-batch-id pic x(12).
    05 hfh-creation-date pic x(8).
01 hr-feed-trailer-record.
    05 hft-record-type pic x.
    05 hft-record-count pic x(6).
    05 hft-hash-total pic x(12).

        FD vaccination-export-file
        label records are standard.
    05 txn-lot-third pic x(10).
    05 txn-review-date pic 99x99x9999xxxxx.
    05 txn-department pic x(4).
01 transaction-header-record.
    05 txh-record-type pic x.
    05 txh-batch-id pic x(12).
    05 txh-creation-date pic x(8).
01 transaction-trailer-record.
    05 txt-record-type pic x.
    05 txt-record-count pic x(6).
    05 txt-hash-total pic x(12).

*> every transaction the batch run could not apply, with the
*> reason in front of the original transaction image
        label records are standard.
01 discard-record pic x(189).

        FD processed-batch-file
        label records are standard.
01 processed-batch-record.
    05 pb-key.
        10 pb-feed-type pic x(4).
        10 pb-batch-id pic x(12).
    05 pb-creation-date pic x(8).
    05 pb-applied-stamp pic x(16).
    05 pb-record-count pic 9(6).
    05 pb-operator pic x(8).
    05 pb-override pic x.

*> number of the last transaction committed by the current batch
*> run; non-zero at start of run means the previous run abended
*> and we restart after that transaction
    05 booking-session pic x(2).
    05 booking-status pic x.

        FD clinic-calendar-file
        label records are standard.
01 calendar-record.
    05 calendar-key.
        10 calendar-date-key pic 9(8).
        10 calendar-session pic x(2).
    05 calendar-slots pic 9(3).
    05 calendar-booked pic 9(3).

        FD waitlist-file
        label records are standard.
01 waitlist-record.
    05 waitlist-key.
        10 waitlist-date-key pic 9(8).
        10 waitlist-session pic x(2).
        10 waitlist-timestamp pic x(16).
        10 waitlist-employee-id pic 9(6).
    05 waitlist-date pic 99x99x9999xxxxx.
    05 waitlist-dose-number pic 9.

        FD no-show-report-file
        label records are standard.
01 no-show-report-line pic x(100).

        FD vaccine-brand-file
        label records are standard.
01 brand-record.
    05 brand-doses-required pic 9.
    05 brand-dose-interval pic 9(3).

        FD lot-stock-file
        label records are standard.
01 lot-record.
    05 lot-number pic x(10).
    05 lot-brand-code pic x(4).
    05 lot-expiry-date pic 99x99x9999xxxxx.
    05 lot-doses-received pic 9(6).
    05 lot-doses-used pic 9(6).

        SD lot-sort-file.
01 sort-lot-record.
    05 sort-lot-number pic x(10).
    05 sort-lot-brand-code pic x(4).
    05 sort-lot-expiry-date pic x(15).
    05 sort-lot-doses-received pic 9(6).
    05 sort-lot-doses-used pic 9(6).

        FD sorted-lot-file
        label records are standard.
01 sorted-lot-record.
    05 slt-lot-number pic x(10).
    05 slt-brand-code pic x(4).
    05 slt-expiry-date pic x(15).
    05 slt-doses-received pic 9(6).
    05 slt-doses-used pic 9(6).

        FD lot-stock-report-file
        label records are standard.
01 lot-stock-report-line pic x(100).

        FD backup-file
        label records are standard.
01 backup-record pic x(156).

        FD recovery-file
        label records are standard.
01 recovery-record.
    05 rcv-employee-id pic 9(6).
    05 rcv-name pic x(20).
    05 rcv-status pic x(5).
    05 rcv-date-first pic 99x99x9999xxxxx.
    05 rcv-brand-first pic x(10).
    05 rcv-lot-first pic x(10).
    05 rcv-date-second pic 99x99x9999xxxxx.
    05 rcv-brand-second pic x(10).
    05 rcv-lot-second pic x(10).
    05 rcv-date-third pic 99x99x9999xxxxx.
    05 rcv-brand-third pic x(10).
    05 rcv-lot-third pic x(10).
    05 rcv-review-date pic 99x99x9999xxxxx.
    05 rcv-department pic x(4).
    05 rcv-submission pic x.

        FD recovery-report-file
        label records are standard.
01 recovery-report-line pic x(100).

        FD run-log-file
        label records are standard.
01 run-log-record pic x(100).
        label records are standard.
01 leaver-archive-record pic x(156).

        FD pending-approval-file
        label records are standard.
01 pending-record.
    05 pend-key.
        10 pend-stamp pic x(16).
        10 pend-employee-id pic 9(6).
    05 pend-type pic x.
    05 pend-name pic x(20).
    05 pend-old-status pic x(5).
    05 pend-new-status pic x(5).
    05 pend-review-date pic 99x99x9999xxxxx.
    05 pend-requested-by pic x(8).
    05 pend-state pic x.
    05 pend-decided-by pic x(8).
    05 pend-decided-stamp pic x(16).

        FD pending-report-file
        label records are standard.
01 pending-report-line pic x(100).

        FD compliance-snapshot-file
        label records are standard.
01 snapshot-record.
    05 snap-key.
        10 snap-period pic 9(6).
        10 snap-department pic x(4).
    05 snap-complete pic 9(5).
    05 snap-not-complete pic 9(5).
    05 snap-medical pic 9(5).
    05 snap-other pic 9(5).
    05 snap-declined pic 9(5).
    05 snap-total pic 9(5).
    05 snap-overdue pic 9(5).
    05 snap-source pic x.
    05 snap-taken pic x(16).

        FD trend-report-file
        label records are standard.
01 trend-report-line pic x(132).

        FD reaction-file
        label records are standard.
01 reaction-record.
    05 react-key.
        10 react-employee-id pic 9(6).
        10 react-dose-number pic 9.
    05 react-onset-date pic 99x99x9999xxxxx.
    05 react-severity pic x.
    05 react-description pic x(40).
    05 react-time-lost pic x.
    05 react-brand pic x(10).
    05 react-lot pic x(10).
    05 react-operator pic x(8).
    05 react-keyed-stamp pic x(16).

        FD signal-report-file
        label records are standard.
01 signal-report-line pic x(100).

        FD manager-file
        label records are standard.
01 manager-record.
    05 mgr-department pic x(4).
    05 mgr-name pic x(30).
    05 mgr-email pic x(50).

        SD digest-sort-file.
01 digest-sort-record.
    05 dgs-employee-id pic 9(6).
    05 filler pic x(145).
    05 dgs-department pic x(4).
    05 filler pic x.

        FD sorted-digest-file
        label records are standard.
01 sorted-digest-record pic x(156).

        FD digest-letter-file
        label records are standard.
01 digest-letter-line pic x(80).

        FD digest-csv-file
        label records are standard.
01 digest-csv-record pic x(200).

        FD digest-exception-file
        label records are standard.
01 digest-exception-line pic x(100).

        FD access-extract-file
        label records are standard.
01 access-extract-record pic x(80).

        FD access-base-file
        label records are standard.
01 access-base-record pic x(80).

        FD access-delta-file
        label records are standard.
01 access-delta-record pic x(80).

        FD certificate-file
        label records are standard.
01 certificate-line pic x(80).
        label records are standard.
01 overdue-report-line pic x(100).

        FD schedule-report-file
        label records are standard.
01 schedule-report-line pic x(100).

working-storage section.
01 ws-vaccination-file.
    05 quest-1 pic 9(6).
01 audit-old-value-ws pic x(30).
01 audit-new-value-ws pic x(30).
01 audit-operation-type-ws pic x(6).
*> the audit field name is 20 bytes, so the review date is logged
*> under this shortened name
01 review-date-field-name pic x(20) value "EXEMPTION-REVIEW-DAT".

*> CSV export support
01 csv-employee-id-display pic 9(6).
    05 aw-operation-type pic x(6).
    05 aw-timestamp pic x(21).
    05 aw-operator pic x(8).
    05 aw-approver pic x(8).

*> Lot-recall lookup support
01 recall-lot-input pic x(10).
    05 summary-other-exempt-count pic 9(5) value zero.
    05 summary-declined-count pic 9(5) value zero.
    05 summary-total-count pic 9(5) value zero.
    05 summary-overdue-count pic 9(5) value zero.
01 summary-percent pic 999v99.
01 summary-percent-display pic zz9.99.

*> Vaccine brand reference support: a brand keyed on any screen,
*> feed or transaction must match an approved brand-name on the
*> reference file; lookups also bring back the brand's own
*> recommended interval between doses and the doses it needs
01 brand-file-status pic xx.
01 verify-brand-field pic x(10).
01 brand-valid-flag pic x.
01 end-of-brand-file pic x.
01 brand-interval-hold pic 9(3).
01 brand-doses-hold pic 9.
01 brand-table.
    05 brand-entry occurs 200 times.
        10 brand-code-entry pic x(4).
        10 brand-name-entry pic x(10).
        10 brand-interval-entry pic 9(3).
        10 brand-doses-entry pic 9.
01 brand-entry-count pic 9(3) value zero.
01 brand-table-index pic 9(3).
01 brand-table-fresh pic x value "N".
01 brand-interval-input pic 9(3).
01 brand-list-count pic 9(3) value zero.
01 brand-list-display pic zz9.
01 brand-code-slot pic 9(3).
01 brand-name-slot pic 9(3).

*> Vaccine lot stock ledger: a lot keyed against a dose must be
*> on the lot master, belong to the dose's brand, be in date on
*> the dose date and have a dose on hand; lot-check-code comes
*> back N (not on file), B (other brand), E (expired) or S (no
*> stock), or space when the lot is good.  the lot being replaced
*> on an update is staged in old-lot-hold so its dose goes back
01 lot-file-status pic xx.
01 verify-lot-field pic x(10).
01 verify-lot-date pic 99x99x9999xxxxx.
01 verify-lot-date-num pic 9(8).
01 lot-check-code pic x.
01 lot-file-in-use-flag pic x.
01 stock-lot-field pic x(10).
01 lot-choice pic 9.
01 lot-number-input pic x(10).
01 lot-brand-input pic x(4).
01 lot-expiry-input pic 99x99x9999xxxxx.
01 lot-doses-input pic 9(6).
01 lot-on-hand pic s9(7).
01 lot-days-to-expiry pic s9(9).
01 lot-expiry-warning-days pic 9(3) value 30.
01 lot-list-count pic 9(5) value zero.
01 end-of-lot-file pic x.
01 end-of-sorted-lots pic x.

*> Stock report: usable (in-date) doses on hand and live bookings
*> per brand, in step with the brand table; a dose-1 booking has
*> no brand until the dose is given, so it is counted apart
01 stock-brand-table.
    05 stock-brand-entry occurs 200 times.
        10 stock-booked-count pic 9(5).
        10 stock-usable-count pic 9(7).
        10 stock-lot-seen pic x.
01 stock-unassigned-booked pic 9(5) value zero.
01 stock-total-usable pic 9(7) value zero.
01 stock-total-booked pic 9(5) value zero.
01 stock-expiring-lots pic 9(5) value zero.
01 stock-reorder-brands pic 9(3) value zero.
01 stock-current-brand pic x(4).
01 stock-brand-usable pic 9(7).
01 stock-count-display pic zzzzzz9.
01 lot-column-headings.
    05 filler pic x(12) value "LOT".
    05 filler pic x(7) value "BRAND".
    05 filler pic x(16) value "EXPIRY".
    05 filler pic x(10) value "RECEIVED".
    05 filler pic x(10) value "USED".
    05 filler pic x(10) value "ON HAND".
    05 filler pic x(20) value "FLAG".
01 lot-detail-line.
    05 lsl-lot pic x(10).
    05 filler pic x(2) value spaces.
    05 lsl-brand pic x(4).
    05 filler pic x(3) value spaces.
    05 lsl-expiry pic x(15).
    05 filler pic x(1) value spaces.
    05 lsl-received pic zzzzz9.
    05 filler pic x(4) value spaces.
    05 lsl-used pic zzzzz9.
    05 filler pic x(3) value spaces.
    05 lsl-on-hand pic -zzzzz9.
    05 filler pic x(3) value spaces.
    05 lsl-flag pic x(20).
01 lot-brand-heading.
    05 filler pic x(6) value "BRAND ".
    05 lbh-code pic x(4).
    05 filler pic x(2) value spaces.
    05 lbh-name pic x(10).
01 lot-brand-total-line.
    05 filler pic x(6) value "BRAND ".
    05 lbt-code pic x(4).
    05 filler pic x(18) value " USABLE ON HAND : ".
    05 lbt-usable pic zzzzzz9.
    05 filler pic x(10) value " BOOKED : ".
    05 lbt-booked pic zzzz9.
    05 filler pic x(2) value spaces.
    05 lbt-flag pic x(30).

*> Fields for the second-dose overdue reminder report; the 28-day
*> interval is only the fallback when the first-dose brand is not
01 status-valid-flag pic x.
01 verify-status-field pic x(5).
01 old-review-hold pic 99x99x9999xxxxx.
01 requested-status-hold pic x(5).
01 requested-review-hold pic 99x99x9999xxxxx.

*> Batch transaction run: totals, checkpoint position and the
*> reason staged for the current reject
01 clinic-roster-count pic 9(5) value zero.
01 clinic-roster-display pic zzzz9.

*> Clinic capacity: a session with no free slot is refused and
*> the next free session offered, or the employee waitlisted; an
*> empty calendar file books without limit so the sessions can be
*> keyed in before the checks start to bite.  no-show bookings
*> carry status N and may be rebooked over
01 calendar-file-status pic xx.
01 waitlist-file-status pic xx.
01 calendar-in-use-flag pic x.
01 session-free-flag pic x.
01 session-scheduled-flag pic x.
01 requested-date-key pic 9(8).
01 next-session-found pic x.
01 next-session-date-key pic 9(8).
01 next-session-session pic x(2).
01 next-session-free pic 9(3).
01 end-of-calendar-file pic x.
01 end-of-waitlist-file pic x.
01 live-booking-flag pic x.
01 waitlisted-flag pic x.
01 booking-written-flag pic x.
01 booking-record-hold pic x(25).
01 waitlist-promoted-flag pic x.
01 cancelled-date-key pic 9(8).
01 cancelled-session pic x(2).
01 cancelled-status-hold pic x.
01 calendar-slots-input pic 9(3).
01 calendar-from-date-input pic 99x99x9999xxxxx.
01 session-date-display pic x(10).
01 session-date-work pic x(15).
01 session-waiting-count pic 9(3).
01 calendar-list-count pic 9(5) value zero.
01 no-show-count pic 9(5) value zero.
01 no-show-column-headings.
    05 filler pic x(8) value "ID".
    05 filler pic x(21) value "NAME".
    05 filler pic x(6) value "DOSE".
    05 filler pic x(16) value "APPOINTMENT".
    05 filler pic x(8) value "SESSION".
01 no-show-detail-line.
    05 nsl-id pic 9(6).
    05 filler pic x(2) value spaces.
    05 nsl-name pic x(20).
    05 filler pic x(1) value spaces.
    05 nsl-dose pic 9.
    05 filler pic x(5) value spaces.
    05 nsl-date pic x(15).
    05 filler pic x(1) value spaces.
    05 nsl-session pic x(2).
01 calendar-list-line.
    05 cll-date pic x(10).
    05 filler pic x(2) value spaces.
    05 cll-session pic x(2).
    05 filler pic x(9) value "  SLOTS ".
    05 cll-slots pic zz9.
    05 filler pic x(9) value "  BOOKED ".
    05 cll-booked pic zz9.
    05 filler pic x(10) value "  WAITING ".
    05 cll-waiting pic zz9.

*> Nightly unload/reload/verify support: the live indexed file is
*> our only copy of the data, so the unload is the way back when
*> the index breaks
01 verify-second-date-num pic 9(8) value zero.
01 backup-count-display pic zzzzz9.

*> Point-in-time recovery: audit lines stamped after the backup
*> was taken and up to the supervisor's cut-off are replayed field
*> by field; a line is applied only when the field still holds the
*> line's old value, skipped when it already holds the new one (or
*> the line is not a master-file change), and otherwise counted as
*> unappliable and listed on the control report
01 recovery-file-status pic xx.
01 recover-from-stamp pic x(14).
01 recover-to-stamp pic x(14).
01 recover-target pic x.
01 recover-archive-input pic x(6).
01 recover-current-value pic x(30).
01 recover-field-known pic x.
01 recover-reason pic x(30).
01 recover-ok-flag pic x.
01 end-of-recovery-file pic x.
01 recover-show-id pic 9(6).
01 recover-counters.
    05 recover-loaded-count pic 9(6) value zero.
    05 recover-load-reject-count pic 9(6) value zero.
    05 recover-read-count pic 9(6) value zero.
    05 recover-early-count pic 9(6) value zero.
    05 recover-late-count pic 9(6) value zero.
    05 recover-other-count pic 9(6) value zero.
    05 recover-already-count pic 9(6) value zero.
    05 recover-add-count pic 9(6) value zero.
    05 recover-update-count pic 9(6) value zero.
    05 recover-delete-count pic 9(6) value zero.
    05 recover-unappliable-count pic 9(6) value zero.
    05 recover-written-count pic 9(6) value zero.
01 recover-column-headings.
    05 filler pic x(8) value "ID".
    05 filler pic x(15) value "TIMESTAMP".
    05 filler pic x(7) value "OP".
    05 filler pic x(21) value "FIELD".
    05 filler pic x(30) value "WHY NOT APPLIED".
01 recover-detail-line.
    05 rcl-id pic 9(6).
    05 filler pic x(2) value spaces.
    05 rcl-stamp pic x(14).
    05 filler pic x(1) value spaces.
    05 rcl-op pic x(6).
    05 filler pic x(1) value spaces.
    05 rcl-field pic x(20).
    05 filler pic x(1) value spaces.
    05 rcl-reason pic x(30).
01 recover-total-line.
    05 rtotl-label pic x(34).
    05 rtotl-count pic zzzzz9.
01 recover-parameter-line.
    05 rpl-label pic x(22).
    05 rpl-value pic x(60).

*> Maker-checker approvals: deletes, leaver purges and ME/OE
*> exemptions are queued as pending items (state P) and applied
*> only when a supervisor other than the requester approves them
*> (A); a rejected item is R, one that can no longer be applied X.
*> an approved change is audited under both operator IDs
01 pending-file-status pic xx.
01 end-of-pending-file pic x.
01 audit-requester-ws pic x(8) value spaces.
01 audit-approver-ws pic x(8) value spaces.
01 approval-choice pic 9.
01 approval-decision pic x.
01 pending-found-flag pic x.
01 pending-type-hold pic x.
01 pending-queued-flag pic x.
01 pending-applied-flag pic x.
01 roster-lookup-found pic x.
01 roster-lookup-empty pic x.
01 end-of-roster-lookup pic x.
01 pending-overdue-days pic 9(3) value 5.
01 pending-age-days pic s9(6).
01 pending-age-display pic zzzz9.
01 pending-type-text pic x(20).
01 pending-counters.
    05 pending-listed-count pic 9(5) value zero.
    05 pending-approved-count pic 9(5) value zero.
    05 pending-rejected-count pic 9(5) value zero.
    05 pending-own-count pic 9(5) value zero.
    05 pending-closed-count pic 9(5) value zero.
    05 pending-late-count pic 9(5) value zero.
01 pending-count-display pic zzzz9.
01 pending-column-headings.
    05 filler pic x(8) value "ID".
    05 filler pic x(21) value "NAME".
    05 filler pic x(21) value "REQUEST".
    05 filler pic x(10) value "FOR".
    05 filler pic x(10) value "ASKED BY".
    05 filler pic x(12) value "ASKED ON".
    05 filler pic x(5) value "DAYS".
01 pending-detail-line.
    05 pdl-id pic 9(6).
    05 filler pic x(2) value spaces.
    05 pdl-name pic x(20).
    05 filler pic x(1) value spaces.
    05 pdl-type pic x(20).
    05 filler pic x(1) value spaces.
    05 pdl-status pic x(9).
    05 filler pic x(1) value spaces.
    05 pdl-requested-by pic x(8).
    05 filler pic x(2) value spaces.
    05 pdl-date pic x(10).
    05 filler pic x(2) value spaces.
    05 pdl-days pic zzzz9.

*> Month-end snapshots and the compliance trend report: the
*> report takes the latest 12 periods on file and prints them
*> side by side for the company and for each department, with
*> the month-on-month change in completion rate
01 snapshot-file-status pic xx.
01 end-of-snapshot-file pic x.
01 snapshot-period pic 9(6).
01 snapshot-source pic x.
01 snapshot-taken-hold pic x(16).
01 snapshot-row-count pic 9(5) value zero.
01 snapshot-tomorrow pic 9(8).
01 month-end-flag pic x.
01 trend-period-count pic 99 value zero.
01 trend-period-table.
    05 trend-period pic 9(6) occurs 12 times.
01 trend-p-index pic 99.
01 trend-dept-count pic 9(3) value zero.
01 trend-dept-table.
    05 trend-dept-code pic x(4) occurs 100 times.
01 trend-d-index pic 9(3).
01 trend-d-slot pic 9(3).
01 trend-shift-index pic 9(3).
01 trend-overflow-flag pic x.
01 trend-cell-table.
    05 trend-cell occurs 12 times.
        10 tc-present pic x.
        10 tc-complete pic 9(5).
        10 tc-not-complete pic 9(5).
        10 tc-medical pic 9(5).
        10 tc-other pic 9(5).
        10 tc-declined pic 9(5).
        10 tc-total pic 9(5).
        10 tc-overdue pic 9(5).
        10 tc-rate pic 9(3)v9.
01 trend-section-code pic x(4).
01 trend-row-type pic 99.
01 trend-change pic s9(3)v9.
01 trend-drop-flag pic x.
01 trend-drop-count pic 9(3) value zero.
01 trend-drop-table.
    05 trend-drop-code pic x(4) occurs 101 times.
01 trend-count-edit pic z(6)9.
01 trend-rate-edit pic zzzz9.9.
01 trend-change-edit pic -zzz9.9.
01 trend-print-line.
    05 tpl-label pic x(16).
    05 tpl-cell occurs 12 times.
        10 filler pic x(2).
        10 tpl-value pic x(7).
01 trend-section-line.
    05 tsl-label pic x(11).
    05 tsl-code pic x(14).
    05 tsl-flag pic x(40).

*> Adverse reactions: keyed against a dose that is on the master;
*> the signal report counts reactions by brand and lot against the
*> doses given from each lot and flags any rate over the threshold,
*> expressed as reactions per 1000 doses.  severity 3 and 4 count
*> as severe
01 reaction-file-status pic xx.
01 end-of-reaction-file pic x.
01 reaction-choice pic 9.
01 reaction-id-input pic 9(6).
01 reaction-dose-input pic 9.
01 reaction-onset-input pic 99x99x9999xxxxx.
01 reaction-severity-input pic x.
01 reaction-description-input pic x(40).
01 reaction-time-lost-input pic x.
01 reaction-found-flag pic x.
01 reaction-ok-flag pic x.
01 reaction-dose-date pic 99x99x9999xxxxx.
01 reaction-dose-brand pic x(10).
01 reaction-dose-lot pic x(10).
01 reaction-dose-yyyymmdd pic 9(8).
01 reaction-count-hold pic 9(3).
01 reaction-count-display pic zz9.
01 signal-threshold pic 9(4) value 10.
01 signal-threshold-input pic 9(4).
01 signal-lot-key pic x(10).
01 signal-brand-key pic x(10).
01 signal-dose-count pic 9(6) value zero.
01 signal-reaction-count pic 9(5) value zero.
01 signal-flag-count pic 9(5) value zero.
01 signal-rate pic 9(4)v9.
01 signal-lot-count pic 9(3) value zero.
01 signal-lot-table.
    05 signal-lot-entry occurs 300 times.
        10 sig-lot-number pic x(10).
        10 sig-lot-brand pic x(10).
        10 sig-lot-doses pic 9(6).
        10 sig-lot-reactions pic 9(5).
        10 sig-lot-severe pic 9(5).
        10 sig-lot-time-lost pic 9(5).
01 signal-brand-count pic 99 value zero.
01 signal-brand-table.
    05 signal-brand-entry occurs 50 times.
        10 sig-brand-name pic x(10).
        10 sig-brand-doses pic 9(6).
        10 sig-brand-reactions pic 9(5).
        10 sig-brand-severe pic 9(5).
        10 sig-brand-time-lost pic 9(5).
01 signal-lot-index pic 9(3).
01 signal-lot-slot pic 9(3).
01 signal-brand-index pic 99.
01 signal-brand-slot pic 99.
01 signal-overflow-flag pic x.
01 signal-column-headings.
    05 filler pic x(11) value "BRAND".
    05 filler pic x(11) value "LOT".
    05 filler pic x(9) value "  DOSES".
    05 filler pic x(9) value "REACTIONS".
    05 filler pic x(9) value "   SEVERE".
    05 filler pic x(9) value "TIME LOST".
    05 filler pic x(10) value "  PER 1000".
    05 filler pic x(4) value spaces.
01 signal-detail-line.
    05 sdl-brand pic x(10).
    05 filler pic x(1) value spaces.
    05 sdl-lot pic x(10).
    05 filler pic x(1) value spaces.
    05 sdl-doses pic zzzzz9.
    05 filler pic x(3) value spaces.
    05 sdl-reactions pic zzzz9.
    05 filler pic x(4) value spaces.
    05 sdl-severe pic zzzz9.
    05 filler pic x(4) value spaces.
    05 sdl-time-lost pic zzzz9.
    05 filler pic x(4) value spaces.
    05 sdl-rate pic zzz9.9.
    05 sdl-rate-na redefines sdl-rate pic x(6).
    05 filler pic x(2) value spaces.
    05 sdl-flag pic x(20).

*> Line-manager digest: the master is sorted by department and
*> each department becomes one section for its manager listing
*> the staff to chase - NC, second dose overdue, ME review due
*> within 30 days, or rejected by the health authority - with any
*> live booking.  departments with no manager are exceptions
01 manager-file-status pic xx.
01 end-of-manager-file pic x.
01 end-of-sorted-digest pic x.
01 manager-choice pic 9.
01 manager-dept-input pic x(4).
01 manager-name-input pic x(30).
01 manager-email-input pic x(50).
01 manager-at-count pic 9(3).
01 digest-current-dept pic x(4).
01 digest-manager-flag pic x.
01 digest-employee-flag pic x.
01 digest-reason pic x(44).
01 digest-booking-text pic x(40).
01 digest-review-days pic s9(9).
01 digest-review-window pic 9(3) value 30.
01 digest-dept-staff pic 9(5) value zero.
01 digest-dept-follow pic 9(5) value zero.
01 digest-counters.
    05 digest-read-count pic 9(6) value zero.
    05 digest-section-count pic 9(5) value zero.
    05 digest-follow-count pic 9(5) value zero.
    05 digest-line-count pic 9(5) value zero.
    05 digest-exception-count pic 9(5) value zero.
01 digest-count-display pic zzzz9.
01 ha-reject-count pic 9(4) value zero.
01 ha-reject-table.
    05 ha-reject-entry occurs 500 times.
        10 ha-reject-id pic 9(6).
        10 ha-reject-reason pic x(30).
01 ha-reject-index pic 9(4).
01 ha-reject-slot pic 9(4).
01 ha-reject-overflow pic x.
01 digest-text-line.
    05 dtl-label pic x(22).
    05 dtl-value pic x(50).
01 digest-staff-line.
    05 dsl-id pic 9(6).
    05 filler pic x(2) value spaces.
    05 dsl-name pic x(20).
    05 filler pic x(2) value spaces.
    05 dsl-reason pic x(44).
01 digest-staff-headings.
    05 filler pic x(8) value "ID".
    05 filler pic x(22) value "NAME".
    05 filler pic x(44) value "FOLLOW UP".
01 digest-exception-headings.
    05 filler pic x(12) value "DEPARTMENT".
    05 filler pic x(10) value "    STAFF".
    05 filler pic x(16) value "  TO FOLLOW UP".
01 digest-exception-detail.
    05 del-department pic x(8).
    05 filler pic x(4) value spaces.
    05 del-staff pic zzzz9.
    05 filler pic x(8) value spaces.
    05 del-follow pic zzzz9.

*> Site-access clearance feed: cleared is status C, or an ME/OE
*> exemption whose review date has not yet passed.  every file has
*> a header (H) and a trailer (T) carrying the control counts; a
*> delta line is N new, C clearance changed or R removed from the
*> vaccination file (and so no longer cleared)
01 end-of-access-extract pic x.
01 end-of-access-base pic x.
01 access-counters.
    05 access-record-count pic 9(6) value zero.
    05 access-cleared-count pic 9(6) value zero.
    05 access-refused-count pic 9(6) value zero.
    05 access-delta-count pic 9(6) value zero.
    05 access-delta-cleared pic 9(6) value zero.
    05 access-delta-refused pic 9(6) value zero.
    05 access-base-count pic 9(6) value zero.
01 access-count-display pic zzzzz9.
01 access-review-days pic s9(9).
01 access-header-ws.
    05 ah-record-type pic x value "H".
    05 ah-file-type pic x(8).
    05 ah-run-date pic x(8).
    05 ah-run-time pic x(6).
    05 filler pic x(57) value spaces.
01 access-detail-ws.
    05 ad-record-type pic x value "D".
    05 ad-employee-id pic 9(6).
    05 ad-name pic x(20).
    05 ad-department pic x(4).
    05 ad-cleared pic x.
    05 ad-reason-code pic x(2).
    05 ad-reason-text pic x(30).
    05 ad-review-date pic x(10).
    05 ad-change pic x.
    05 filler pic x(5) value spaces.
01 access-trailer-ws.
    05 at-record-type pic x value "T".
    05 at-record-count pic 9(6).
    05 at-cleared-count pic 9(6).
    05 at-refused-count pic 9(6).
    05 filler pic x(61) value spaces.
01 access-base-detail.
    05 abd-record-type pic x.
    05 abd-employee-id pic 9(6).
    05 abd-name pic x(20).
    05 abd-department pic x(4).
    05 abd-cleared pic x.
    05 abd-reason-code pic x(2).
    05 abd-reason-text pic x(30).
    05 abd-review-date pic x(10).
    05 abd-change pic x.
    05 filler pic x(5).
01 access-new-detail.
    05 anw-record-type pic x.
    05 anw-employee-id pic 9(6).
    05 anw-name pic x(20).
    05 anw-department pic x(4).
    05 anw-cleared pic x.
    05 anw-reason-code pic x(2).
    05 anw-reason-text pic x(30).
    05 anw-review-date pic x(10).
    05 anw-change pic x.
    05 filler pic x(5).

*> Incoming feed control totals: the transaction file and the HR
*> feed each carry a header (H, batch ID, creation date) and a
*> trailer (T, detail record count, hash total of employee IDs).
*> the file is counted before anything is applied and refused
*> whole if it does not balance or its batch is already on the
*> processed-batch register; only a supervisor, giving a reason,
*> can override a refusal, and never inside the night run
01 night-chain-active pic x value "N".
01 processed-batch-status pic xx.
01 feed-type pic x(4).
01 feed-audit-name pic x(20).
01 feed-log-step pic x(8).
01 feed-batch-id pic x(12).
01 feed-creation-date pic x(8).
01 feed-line-count pic 9(6).
01 feed-detail-count pic 9(6).
01 feed-hash-total pic 9(12).
01 feed-trailer-count pic 9(6).
01 feed-trailer-hash pic 9(12).
01 feed-header-flag pic x.
01 feed-extra-header-flag pic x.
01 feed-trailer-flag pic x.
01 feed-trailer-numeric pic x.
01 feed-refused-flag pic x.
01 feed-override-flag pic x.
01 feed-refuse-reason pic x(30).
01 feed-override-reason pic x(30).

*> Night-run chain: the verify step gates the batch run, so the
*> clinic's transactions are never posted on top of a corrupt
*> master; every step start and end goes to the run log
        10 dept-other-count pic 9(5).
        10 dept-declined-count pic 9(5).
        10 dept-total-count pic 9(5).
        10 dept-overdue-count pic 9(5).
01 dept-count pic 9(3) value zero.
01 dept-index pic 9(3).
01 dept-slot pic 9(3).
    05 ddl-percent pic zz9.99.
    05 ddl-percent-na redefines ddl-percent pic x(6).

*> Dose schedule exceptions: each dose date as a day number (zero
*> when blank or not a real date), the schedule taken from the
*> first dose's brand, and one count per kind of exception
01 sched-days-work pic s9(9).
01 sched-days-1 pic s9(9).
01 sched-days-2 pic s9(9).
01 sched-days-3 pic s9(9).
01 sched-prev-days pic s9(9).
01 sched-gap pic s9(9).
01 sched-interval-1 pic 9(3).
01 sched-interval-2 pic 9(3).
01 sched-prev-interval pic 9(3).
01 sched-required pic 9.
01 sched-doses-given pic 9.
01 sched-brand-hold pic x(10).
01 sched-brand-work pic x(10).
01 sched-mixed-flag pic x.
01 sched-flagged-flag pic x.
01 sched-gap-display pic -(4)9.
01 sched-interval-display pic zz9.
01 sched-exception-text pic x(60).
01 sched-counters.
    05 sched-examined-count pic 9(5) value zero.
    05 sched-employee-count pic 9(5) value zero.
    05 sched-interval-count pic 9(5) value zero.
    05 sched-order-count pic 9(5) value zero.
    05 sched-mixed-count pic 9(5) value zero.
    05 sched-third-count pic 9(5) value zero.
    05 sched-status-count pic 9(5) value zero.
01 sched-column-headings.
    05 filler pic x(8) value "ID".
    05 filler pic x(21) value "NAME".
    05 filler pic x(6) value "STAT".
    05 filler pic x(60) value "EXCEPTION".
01 sched-detail-line.
    05 sdl-id pic 9(6).
    05 filler pic x(2) value spaces.
    05 sdl-name pic x(20).
    05 filler pic x(1) value spaces.
    05 sdl-status pic x(5).
    05 filler pic x(1) value spaces.
    05 sdl-text pic x(60).

*> Certificate print lines
01 certificate-text-line.
    05 ctl-label pic x(22).
                        if operation = "3"
                            perform load-ha-response
                        else
                        if operation = "4"
                            perform lot-stock-subsystem
                        else
                        if operation = "5"
                            perform dose-schedule-report
                        else
                        if operation = "6"
                            if signed-on-level not = "S"
                                perform refuse-operation
                            else
                                perform point-in-time-recovery
                            end-if
                        else
                        if operation = "7"
                            if signed-on-level not = "S"
                                perform refuse-operation
                            else
                                perform approval-queue-subsystem
                            end-if
                        else
                        if operation = "8"
                            perform compliance-trend-report
                        else
                        if operation = "9"
                            perform reaction-subsystem
                        else
                        if operation = "0"
                            perform manager-subsystem
                        else
                        display "Wrong input. Please try again"
                        end-if
                        end-if
                        end-if
                        end-if
                        end-if
                        end-if
                        end-if
                        end-if
                        end-if
                        end-if
                        end-if
                        end-if
                        end-if.

    goback.
    display "Print vaccination certificate - F".
    display "Vaccine brand reference maintenance - J".
    display "Purge and archive leavers not on HR roster - P".
    display "Night run: unload, verify, batch, overdue, access - Z".
    display "Correct and resubmit batch rejects - W".
    display "Month-end audit log rollover - Y".
    display "Overdue reminder letters and mail-merge - Q".
    display "Per-department compliance report - 1".
    display "Health-authority submission extract - 2".
    display "Load health-authority response file - 3".
    display "Vaccine lot stock ledger and stock report - 4".
    display "Dose schedule violation exception report - 5".
    display "Point-in-time recovery from backup and audit log - 6".
    display "Approve or reject deletes, purges and exemptions - 7".
    display "Month-end compliance trend report - 8".
    display "Adverse reactions: record, signal report - 9".
    display "Department managers and weekly follow-up digest - 0".
    display " ".
    display "Which operation would you like to choose? :".
    accept operation.
            move "N" to entry-ok
        end-if
    end-if.
    if entry-ok = "Y" and lot-first-dose not = spaces
        move lot-first-dose to verify-lot-field
        move brand-first-dose to verify-brand-field
        move date-first-dose to verify-lot-date
        perform check-dose-lot
        if lot-check-code not = space
            perform display-lot-problem
            move "N" to entry-ok
        end-if
    end-if.
    if entry-ok = "Y" and lot-second-dose not = spaces
        move lot-second-dose to verify-lot-field
        move brand-second-dose to verify-brand-field
        move date-second-dose to verify-lot-date
        perform check-dose-lot
        if lot-check-code not = space
            perform display-lot-problem
            move "N" to entry-ok
        end-if
    end-if.
    if entry-ok = "Y" and lot-third-dose not = spaces
        move lot-third-dose to verify-lot-field
        move brand-third-dose to verify-brand-field
        move date-third-dose to verify-lot-date
        perform check-dose-lot
        if lot-check-code not = space
            perform display-lot-problem
            move "N" to entry-ok
        end-if
    end-if.

*> an existing employee-id must not already be on file; only sets
*> duplicate-id-flag so batch and interactive callers can each
    end-if.
    move "N" to brand-valid-flag.
    move recommended-second-dose-interval to brand-interval-hold.
    move zero to brand-doses-hold.
    perform match-brand-entry
        varying brand-table-index from 1 by 1
        until brand-table-index > brand-entry-count
    if brand-name-entry(brand-table-index) = verify-brand-field
        move "Y" to brand-valid-flag
        move brand-interval-entry(brand-table-index)
            to brand-interval-hold
        move brand-doses-entry(brand-table-index)
            to brand-doses-hold.

load-brand-table.
    move zero to brand-entry-count.
load-brand-entry.
    if brand-entry-count < 200
        add 1 to brand-entry-count
        move brand-code to brand-code-entry(brand-entry-count)
        move brand-name to brand-name-entry(brand-entry-count)
        move brand-dose-interval
            to brand-interval-entry(brand-entry-count)
        move brand-doses-required
            to brand-doses-entry(brand-entry-count)
    else
        display "WARNING: MORE BRANDS THAN THE LOOKUP TABLE HOLDS"
    end-if.
        at end
                move "Y" to end-of-brand-file.

*> brand table slot for a brand code (brand-code-input) or a brand
*> name (verify-brand-field); zero when it is not on the table
find-brand-by-code.
    if brand-table-fresh = "N"
        perform load-brand-table
    end-if.
    move zero to brand-code-slot.
    perform match-brand-code
        varying brand-table-index from 1 by 1
        until brand-table-index > brand-entry-count
            or brand-code-slot > zero.

match-brand-code.
    if brand-code-entry(brand-table-index) = brand-code-input
        move brand-table-index to brand-code-slot.

find-brand-by-name.
    if brand-table-fresh = "N"
        perform load-brand-table
    end-if.
    move zero to brand-name-slot.
    perform match-brand-name
        varying brand-table-index from 1 by 1
        until brand-table-index > brand-entry-count
            or brand-name-slot > zero.

match-brand-name.
    if brand-name-entry(brand-table-index) = verify-brand-field
        move brand-table-index to brand-name-slot.

*> the caller stages the lot, the brand keyed for the dose and the
*> dose date (today when blank) and reads lot-check-code back; an
*> empty lot master passes everything so the lots can be keyed in
*> before the checks start to bite
check-dose-lot.
    move space to lot-check-code.
    open input lot-stock-file.
    move verify-lot-field to lot-number.
    read lot-stock-file
        key is lot-number
        invalid key
            perform check-lot-file-in-use
            if lot-file-in-use-flag = "Y"
                move "N" to lot-check-code
            end-if
        not invalid key
            perform check-lot-details
    end-read.
    close lot-stock-file.

*> the lot file must already be open
check-lot-file-in-use.
    move "Y" to lot-file-in-use-flag.
    move low-values to lot-number.
    start lot-stock-file
        key is not less than lot-number
        invalid key
            move "N" to lot-file-in-use-flag
    end-start.

check-lot-details.
    move lot-brand-code to brand-code-input.
    perform find-brand-by-code.
    if brand-entry-count > zero
        if brand-code-slot = zero
            move "B" to lot-check-code
        else
            if brand-name-entry(brand-code-slot) not = verify-brand-field
                move "B" to lot-check-code
            end-if
        end-if
    end-if.
    if lot-check-code = space
        move function current-date to current-date-info
        move current-date-info(1:8) to verify-lot-date-num
        if verify-lot-date not = spaces
            move verify-lot-date to verify-date-field
            perform check-work-date
            if date-valid-flag = "Y"
                move dw-yyyymmdd to verify-lot-date-num
            end-if
        end-if
        move lot-expiry-date to verify-date-field
        perform check-work-date
        if date-valid-flag = "N"
            or dw-yyyymmdd < verify-lot-date-num
                move "E" to lot-check-code
        end-if
    end-if.
    if lot-check-code = space
        and lot-doses-used not < lot-doses-received
            move "S" to lot-check-code
    end-if.

*> the brand and expiry tests always run against the lot the
*> record will carry; a lot that has not changed on an update has
*> already been taken from stock, so only its stock test is skipped
check-updated-lot.
    move space to lot-check-code.
    if verify-lot-field not = spaces
        perform check-dose-lot
        if lot-check-code = "S"
            and verify-lot-field = old-lot-hold
                move space to lot-check-code
        end-if
    end-if.

display-lot-problem.
    if lot-check-code = "N"
        display "LOT " verify-lot-field " IS NOT ON THE LOT MASTER"
    else
    if lot-check-code = "B"
        display "LOT " verify-lot-field " IS NOT FOR BRAND "
            verify-brand-field
    else
    if lot-check-code = "E"
        display "LOT " verify-lot-field " HAD EXPIRED ON THE DOSE DATE"
    else
        display "LOT " verify-lot-field " HAS NO DOSES ON HAND"
    end-if
    end-if
    end-if.

*> once the record is on file: the dose goes back to the lot it
*> replaced (old-lot-hold) and is taken from the new one
*> (verify-lot-field)
move-updated-lot-stock.
    if verify-lot-field not = old-lot-hold
        if old-lot-hold not = spaces
            move old-lot-hold to stock-lot-field
            perform release-dose-lot
        end-if
        if verify-lot-field not = spaces
            move verify-lot-field to stock-lot-field
            perform consume-dose-lot
        end-if
    end-if.

consume-record-lots.
    move spaces to old-lot-hold.
    move lot-first-dose to verify-lot-field.
    perform move-updated-lot-stock.
    move lot-second-dose to verify-lot-field.
    perform move-updated-lot-stock.
    move lot-third-dose to verify-lot-field.
    perform move-updated-lot-stock.

consume-dose-lot.
    open i-o lot-stock-file.
    move stock-lot-field to lot-number.
    read lot-stock-file
        key is lot-number
        invalid key
            continue
        not invalid key
            add 1 to lot-doses-used
            rewrite lot-record
                invalid key
                    display "Error: could not update lot " lot-number
            end-rewrite
    end-read.
    close lot-stock-file.

release-dose-lot.
    open i-o lot-stock-file.
    move stock-lot-field to lot-number.
    read lot-stock-file
        key is lot-number
        invalid key
            continue
        not invalid key
            if lot-doses-used > zero
                subtract 1 from lot-doses-used
                rewrite lot-record
                    invalid key
                        display "Error: could not update lot "
                            lot-number
                end-rewrite
            end-if
    end-read.
    close lot-stock-file.

*> a new employee keyed as ME or OE goes on file as NC and the
*> exemption is queued for a second supervisor to approve
    add-this-record.

    move vaccine-status to requested-status-hold.
    move exemption-review-date to requested-review-hold.
    if requested-status-hold = "ME" or requested-status-hold = "OE"
        move "NC   " to vaccine-status
        move spaces to exemption-review-date
    end-if.
    write vaccine-record
        invalid key
            display "Could not add record - employee ID already on file."
        not invalid key
            move "NEW RECORD" to audit-field-changed-ws
            move spaces to audit-old-value-ws
            move name-of-employee to audit-new-value-ws
            move "ADD" to audit-operation-type-ws
            perform write-audit-record
            perform write-add-field-audits
            perform consume-record-lots
            if requested-status-hold = "ME"
                or requested-status-hold = "OE"
                    move vaccine-status to audit-old-value-ws
                    move exemption-review-date to old-review-hold
                    move requested-status-hold to vaccine-status
                    move requested-review-hold to exemption-review-date
                    display "Record added as NC."
                    perform queue-exemption-request
            end-if
    end-write.

go-again.
    display "Go again?".
    accept yes-no.
    if yes-no = "y"
        move "Y" to yes-no.
    if yes-no not = "Y"
        move "N" to yes-no.

update-records.
    display " ".
        display "Column Type:"
    display "1. Employee name".
    display "2. Employee vaccination status (C, NC, ME, OE, DE)"
    display "3. Date of 1st dose"
    display "4. Date of 2nd dose"
    display "5. Date of 3rd (booster) dose"
    display "6. Department/cost-centre code"
    display " "
    display "Which column would you like to update?"
    accept field-to-update.
    display " "
    display "Enter the employee ID you want to update:"
    accept quest-1.
    move quest-1 to employee-id.
    read vaccination-file
        key is employee-id
        invalid key
            display "Wrong input. Please rerun again."
        not invalid key
            perform perform-update
    end-read.
    perform go-again.

*> every field-to-update path is a direct lookup on the employee-id
*> key (done above), not a scan of the whole file
perform-update.
    if field-to-update = 1
        move name-of-employee to audit-old-value-ws
        display "Update it to?"
        accept quest-2
                "MEDICAL EXEMPTION NEEDS A VALID DD/MM/YYYY REVIEW DATE"
                move audit-old-value-ws to vaccine-status
                move old-review-hold to exemption-review-date
            else
            if vaccine-status = "ME" or vaccine-status = "OE"
                perform queue-exemption-request
            else
                rewrite vaccine-record
                    invalid key
                        move "UPDATE" to audit-operation-type-ws
                        perform write-audit-record
                        if exemption-review-date not = old-review-hold
                            move review-date-field-name
                                to audit-field-changed-ws
                            move old-review-hold to audit-old-value-ws
                            move exemption-review-date
                            date-first-dose, date-second-dose
                end-rewrite
            end-if
            end-if
        end-if
    end-if.
    if field-to-update = 3
        display "Vaccine lot number of the first dose?"
        accept quest-4-lot
        move quest-4-lot to lot-first-dose
        move lot-first-dose to verify-lot-field
        move brand-first-dose to verify-brand-field
        move date-first-dose to verify-lot-date
        perform check-updated-lot
        if lot-check-code not = space
            perform display-lot-problem
            display "Update not applied."
        else
        rewrite vaccine-record
            invalid key
                display "Error: could not update record."
                move old-lot-hold to audit-old-value-ws
                move lot-first-dose to audit-new-value-ws
                perform write-audit-record
                perform move-updated-lot-stock
                if date-first-dose not = spaces
                    move 1 to booked-dose-hold
                    perform mark-booking-fulfilled
                    date-first-dose, date-second-dose
        end-rewrite
        end-if
        end-if
    end-if.
    if field-to-update = 4
        move date-second-dose to audit-old-value-ws
        display "Vaccine lot number of the second dose?"
        accept quest-5-lot
        move quest-5-lot to lot-second-dose
        move lot-second-dose to verify-lot-field
        move brand-second-dose to verify-brand-field
        move date-second-dose to verify-lot-date
        perform check-updated-lot
        if lot-check-code not = space
            perform display-lot-problem
            display "Update not applied."
        else
        rewrite vaccine-record
            invalid key
                display "Error: could not update record."
                move old-lot-hold to audit-old-value-ws
                move lot-second-dose to audit-new-value-ws
                perform write-audit-record
                perform move-updated-lot-stock
                if date-second-dose not = spaces
                    move 2 to booked-dose-hold
                    perform mark-booking-fulfilled
                    date-first-dose, date-second-dose
        end-rewrite
        end-if
        end-if
    end-if.
    if field-to-update = 5
        move date-third-dose to audit-old-value-ws
        display "Vaccine lot number of the third dose?"
        accept quest-6-lot
        move quest-6-lot to lot-third-dose
        move lot-third-dose to verify-lot-field
        move brand-third-dose to verify-brand-field
        move date-third-dose to verify-lot-date
        perform check-updated-lot
        if lot-check-code not = space
            perform display-lot-problem
            display "Update not applied."
        else
        rewrite vaccine-record
            invalid key
                display "Error: could not update record."
                move old-lot-hold to audit-old-value-ws
                move lot-third-dose to audit-new-value-ws
                perform write-audit-record
                perform move-updated-lot-stock
                if date-third-dose not = spaces
                    move 3 to booked-dose-hold
                    perform mark-booking-fulfilled
                    date-third-dose
        end-rewrite
        end-if
        end-if
    end-if.
    if field-to-update = 6
        move employee-department to audit-old-value-ws
        invalid key
            display "Wrong input. Please rerun again."
        not invalid key
            move "D" to pending-type-hold
            perform queue-pending-request
            if pending-queued-flag = "Y"
                display "Delete of " quest-1
                    " is waiting for a second supervisor to approve"
            end-if
    end-read.
    perform go-again.

bulk-import-new-hires.
    display " ".
    display "Importing new hires from HR feed file...".
    perform count-hr-feed.
    perform check-feed-controls.
    if feed-refused-flag = "Y"
        display "HR feed import not started - the feed is refused."
    else
        open input hr-feed-file
        move "N" to end-of-file
        perform read-hr-feed-record
        perform import-hire-line until end-of-file = "Y"
        close hr-feed-file
        perform register-feed-batch
        display "HR feed import complete."
    end-if.

import-hire-line.
    if hr-feed-record(1:1) = "H" or hr-feed-record(1:1) = "T"
        perform read-hr-feed-record
    else
        perform import-hire-record
    end-if.

read-hr-feed-record.
    read hr-feed-file next record
    move hr-department to employee-department.
    move "NC   " to vaccine-status.
    move spaces to date-first-dose.
    move spaces to brand-first-dose.
    move spaces to lot-first-dose.
    move spaces to date-second-dose.
    move spaces to brand-second-dose.
    move spaces to lot-second-dose.
    move spaces to date-third-dose.
    move spaces to brand-third-dose.
    move spaces to lot-third-dose.
    move spaces to exemption-review-date.
    move space to submission-result.
    perform validate-fields.
    if entry-ok = "Y"
                move name-of-employee to audit-new-value-ws
                move "ADD" to audit-operation-type-ws
                perform write-audit-record
                perform write-add-field-audits
                perform consume-record-lots
                display "Imported employee " hr-employee-id " "
                    name-of-employee
        end-write
    move audit-new-value-ws to audit-new-value.
    move audit-operation-type-ws to audit-operation-type.
    move function current-date to audit-timestamp.
    if audit-requester-ws = spaces
        move signed-on-operator to audit-operator
    else
        move audit-requester-ws to audit-operator
    end-if.
    move audit-approver-ws to audit-approver.
    open extend vaccination-audit-file.
    write audit-record.
    close vaccination-audit-file.

*> an add is audited field by field as well as by name, so the
*> point-in-time recovery can rebuild the whole record from the
*> log; blank fields are left out
write-add-field-audits.
    move "ADD" to audit-operation-type-ws.
    move spaces to audit-old-value-ws.
    if vaccine-status not = spaces
        move "VACCINE-STATUS" to audit-field-changed-ws
        move vaccine-status to audit-new-value-ws
        perform write-audit-record
    end-if.
    if date-first-dose not = spaces
        move "DATE-FIRST-DOSE" to audit-field-changed-ws
        move date-first-dose to audit-new-value-ws
        perform write-audit-record
    end-if.
    if brand-first-dose not = spaces
        move "BRAND-FIRST-DOSE" to audit-field-changed-ws
        move brand-first-dose to audit-new-value-ws
        perform write-audit-record
    end-if.
    if lot-first-dose not = spaces
        move "LOT-FIRST-DOSE" to audit-field-changed-ws
        move lot-first-dose to audit-new-value-ws
        perform write-audit-record
    end-if.
    if date-second-dose not = spaces
        move "DATE-SECOND-DOSE" to audit-field-changed-ws
        move date-second-dose to audit-new-value-ws
        perform write-audit-record
    end-if.
    if brand-second-dose not = spaces
        move "BRAND-SECOND-DOSE" to audit-field-changed-ws
        move brand-second-dose to audit-new-value-ws
        perform write-audit-record
    end-if.
    if lot-second-dose not = spaces
        move "LOT-SECOND-DOSE" to audit-field-changed-ws
        move lot-second-dose to audit-new-value-ws
        perform write-audit-record
    end-if.
    if date-third-dose not = spaces
        move "DATE-THIRD-DOSE" to audit-field-changed-ws
        move date-third-dose to audit-new-value-ws
        perform write-audit-record
    end-if.
    if brand-third-dose not = spaces
        move "BRAND-THIRD-DOSE" to audit-field-changed-ws
        move brand-third-dose to audit-new-value-ws
        perform write-audit-record
    end-if.
    if lot-third-dose not = spaces
        move "LOT-THIRD-DOSE" to audit-field-changed-ws
        move lot-third-dose to audit-new-value-ws
        perform write-audit-record
    end-if.
    if exemption-review-date not = spaces
        move review-date-field-name to audit-field-changed-ws
        move exemption-review-date to audit-new-value-ws
        perform write-audit-record
    end-if.
    if employee-department not = spaces
        move "DEPARTMENT" to audit-field-changed-ws
        move employee-department to audit-new-value-ws
        perform write-audit-record
    end-if.

read-record.
    read vaccination-file next record
        at end
            move zero to dept-other-count(dept-count)
            move zero to dept-declined-count(dept-count)
            move zero to dept-total-count(dept-count)
            move zero to dept-overdue-count(dept-count)
            move dept-count to dept-slot
        else
            move "Y" to dept-overflow-flag
        display " "
        move zero to recall-match-count
        open input vaccination-file
        open input reaction-file
        move "N" to end-of-file
        perform read-record
        perform check-lot-recall until end-of-file = "Y"
        close reaction-file
        perform closing-procedure
        if recall-match-count = zero
            display "No employees received this lot."
                ":" aw-timestamp(11:2) " " aw-operation-type
                " " aw-field-changed
            display "   operator  : " aw-operator
            if aw-approver not = spaces
                display "   approver  : " aw-approver
            end-if
            display "   old value : " aw-old-value
            display "   new value : " aw-new-value
            add 1 to history-match-count

check-archive-audit-line.
    if audit-archive-record(1:6) is numeric
        move audit-archive-record(1:129) to audit-work-record
        perform match-audit-history
    end-if.
    perform read-audit-archive-line.
        move rollover-total-count to rollover-count-display
        display "Total lines archived  : " rollover-count-display
        display "Fresh live log started."
        move "Y" to snapshot-source
        perform take-compliance-snapshot
    end-if.

rollover-one-line.
    move spaces to audit-archive-record.
    move audit-record to audit-archive-record(1:129).
    write audit-archive-record.
    if audit-operation-type = "ADD"
        add 1 to rollover-add-count

check-lot-recall.
    if lot-first-dose = recall-lot-input
        move 1 to react-dose-number
        perform count-dose-reactions
        display employee-id " " name-of-employee
            " - dose 1 (" brand-first-dose ") on " date-first-dose
            " reactions " reaction-count-display
        add 1 to recall-match-count
    end-if.
    if lot-second-dose = recall-lot-input
        move 2 to react-dose-number
        perform count-dose-reactions
        display employee-id " " name-of-employee
            " - dose 2 (" brand-second-dose ") on " date-second-dose
            " reactions " reaction-count-display
        add 1 to recall-match-count
    end-if.
    if lot-third-dose = recall-lot-input
        move 3 to react-dose-number
        perform count-dose-reactions
        display employee-id " " name-of-employee
            " - dose 3 (" brand-third-dose ") on " date-third-dose
            " reactions " reaction-count-display
        add 1 to recall-match-count
    end-if.
    perform read-record.

*> reactions recorded against the one dose in react-dose-number;
*> the reaction file is keyed employee + dose, so this is 0 or 1.
*> the reaction file must already be open for input
count-dose-reactions.
    move zero to reaction-count-hold.
    move employee-id to react-employee-id.
    read reaction-file
        key is react-key
        invalid key
            continue
        not invalid key
            move 1 to reaction-count-hold
    end-read.
    move reaction-count-hold to reaction-count-display.

read-reaction-record.
    read reaction-file next record
        at end
                move "Y" to end-of-reaction-file.

*> unattended batch run: apply a clinic transaction file of adds,
*> updates and deletes with the same checks as the interactive
*> paths, rejects to a file with a reason code, and a checkpoint
    move zero to batch-rejected-delete.
    move zero to batch-rejected-other.
    move zero to checkpoint-committed.
    perform count-transaction-feed.
    perform check-feed-controls.
    if feed-refused-flag = "Y"
        display "Batch run not started - the transaction file is refused."
    else
        perform apply-transaction-file
    end-if.

apply-transaction-file.
    open input checkpoint-file.
    read checkpoint-file next record
        at end
    display "Deletes rejected      : " batch-count-display.
    move batch-rejected-other to batch-count-display.
    display "Invalid action codes  : " batch-count-display.
    perform register-feed-batch.

read-transaction-record.
    read transaction-file next record
        at end
                move "Y" to end-of-file.

*> the header and trailer are control records only; the checkpoint
*> counts detail transactions
process-transaction.
    if txn-action = "H" or txn-action = "T"
        continue
    else
        add 1 to batch-read-count
        if batch-read-count not > checkpoint-committed
            add 1 to batch-skip-count
        else
            perform apply-transaction
            perform write-checkpoint
        end-if
    end-if.
    perform read-transaction-record.

                move "BRAND NOT ON REFERENCE FILE" to batch-reason-text
            end-if
    end-if.
    perform check-transaction-lots.

*> a dose's lot is checked against the brand and date the record
*> will carry once it is applied; on an update the record read from
*> file supplies whatever the transaction leaves blank, including
*> the lot, and the dose is checked whenever its lot, brand or date
*> changes - an unchanged lot skips only the stock test
check-transaction-lots.
    move spaces to old-lot-hold.
    if batch-reason-code = spaces
        and (txn-lot-first not = spaces
            or (txn-action = "U"
                and (txn-brand-first not = spaces
                    or txn-date-first not = spaces)))
            move txn-lot-first to verify-lot-field
            move txn-brand-first to verify-brand-field
            move txn-date-first to verify-lot-date
            if txn-action = "U"
                move lot-first-dose to old-lot-hold
                if txn-lot-first = spaces
                    move lot-first-dose to verify-lot-field
                end-if
                if txn-brand-first = spaces
                    move brand-first-dose to verify-brand-field
                end-if
                if txn-date-first = spaces
                    move date-first-dose to verify-lot-date
                end-if
            end-if
            perform check-updated-lot
            perform set-lot-reason
    end-if.
    if batch-reason-code = spaces
        and (txn-lot-second not = spaces
            or (txn-action = "U"
                and (txn-brand-second not = spaces
                    or txn-date-second not = spaces)))
            move txn-lot-second to verify-lot-field
            move txn-brand-second to verify-brand-field
            move txn-date-second to verify-lot-date
            if txn-action = "U"
                move lot-second-dose to old-lot-hold
                if txn-lot-second = spaces
                    move lot-second-dose to verify-lot-field
                end-if
                if txn-brand-second = spaces
                    move brand-second-dose to verify-brand-field
                end-if
                if txn-date-second = spaces
                    move date-second-dose to verify-lot-date
                end-if
            end-if
            perform check-updated-lot
            perform set-lot-reason
    end-if.
    if batch-reason-code = spaces
        and (txn-lot-third not = spaces
            or (txn-action = "U"
                and (txn-brand-third not = spaces
                    or txn-date-third not = spaces)))
            move txn-lot-third to verify-lot-field
            move txn-brand-third to verify-brand-field
            move txn-date-third to verify-lot-date
            if txn-action = "U"
                move lot-third-dose to old-lot-hold
                if txn-lot-third = spaces
                    move lot-third-dose to verify-lot-field
                end-if
                if txn-brand-third = spaces
                    move brand-third-dose to verify-brand-field
                end-if
                if txn-date-third = spaces
                    move date-third-dose to verify-lot-date
                end-if
            end-if
            perform check-updated-lot
            perform set-lot-reason
    end-if.

set-lot-reason.
    if lot-check-code = "N"
        move "011" to batch-reason-code
        move "LOT NOT ON LOT MASTER" to batch-reason-text
    else
    if lot-check-code = "B"
        move "012" to batch-reason-code
        move "LOT IS FOR ANOTHER BRAND" to batch-reason-text
    else
    if lot-check-code = "E"
        move "013" to batch-reason-code
        move "LOT EXPIRED ON DOSE DATE" to batch-reason-text
    else
    if lot-check-code = "S"
        move "014" to batch-reason-code
        move "LOT HAS NO DOSES ON HAND" to batch-reason-text
    end-if
    end-if
    end-if
    end-if.

apply-add-transaction.
    move txn-employee-id to employee-id.
            if txn-status = spaces
                move "007" to batch-reason-code
                move "INVALID VACCINE STATUS" to batch-reason-text
            else
            if txn-status = "ME" or txn-status = "OE"
                move "016" to batch-reason-code
                move "ME/OE NEEDS APPROVAL - USE U" to batch-reason-text
            else
                perform check-transaction-dates
            end-if
            end-if
        end-if
    end-if.
    if batch-reason-code = spaces
                move name-of-employee to audit-new-value-ws
                move "ADD" to audit-operation-type-ws
                perform write-audit-record
                perform write-add-field-audits
                perform consume-record-lots
        end-write
    end-if.

*> an exemption needs a second supervisor's approval, so a batch
*> or resubmitted status change to ME or OE, or a change to the
*> review date, is rejected and must be keyed through U, which
*> queues it
apply-update-transaction.
    move txn-employee-id to employee-id.
    read vaccination-file
            move "003" to batch-reason-code
            move "EMPLOYEE NOT FOUND" to batch-reason-text
        not invalid key
            if (txn-status = "ME" or txn-status = "OE")
                and txn-status not = vaccine-status
                    move "016" to batch-reason-code
                    move "ME/OE NEEDS APPROVAL - USE U"
                        to batch-reason-text
            else
            if txn-review-date not = spaces
                and txn-review-date not = exemption-review-date
                    move "016" to batch-reason-code
                    move "ME/OE NEEDS APPROVAL - USE U"
                        to batch-reason-text
            else
                perform check-transaction-dates
            end-if
            end-if
            if batch-reason-code = spaces
                perform apply-update-fields
                rewrite vaccine-record
                            to batch-reason-text
                    not invalid key
                        perform write-update-audits
                        perform move-transaction-lot-stock
                end-rewrite
            end-if
    end-read.
        perform write-audit-record
    end-if.
    if quest-7 not = exemption-review-date
        move review-date-field-name to audit-field-changed-ws
        move quest-7 to audit-old-value-ws
        move exemption-review-date to audit-new-value-ws
        perform write-audit-record
        perform write-audit-record
    end-if.

*> the old record image is still in ws-vaccination-file
move-transaction-lot-stock.
    move quest-4-lot to old-lot-hold.
    move lot-first-dose to verify-lot-field.
    perform move-updated-lot-stock.
    move quest-5-lot to old-lot-hold.
    move lot-second-dose to verify-lot-field.
    perform move-updated-lot-stock.
    move quest-6-lot to old-lot-hold.
    move lot-third-dose to verify-lot-field.
    perform move-updated-lot-stock.

*> a delete needs a second supervisor's approval, so a batch or
*> resubmitted delete is rejected and must be keyed through D,
*> which queues it
apply-delete-transaction.
    move txn-employee-id to employee-id.
    read vaccination-file
            move "003" to batch-reason-code
            move "EMPLOYEE NOT FOUND" to batch-reason-text
        not invalid key
            move "015" to batch-reason-code
            move "DELETE NEEDS APPROVAL - USE D" to batch-reason-text
    end-read.

write-reject.
    perform read-master-side.

*> quarterly leaver purge: every vaccination record the
*> reconciliation lists as "leavers to purge" is queued in one
*> confirmed run, instead of an afternoon of hand deletes through
*> operation D; nothing is removed here - when a second supervisor
*> approves an item (option 7) the record is archived to a dated
*> file, deleted from the live master and written to the audit log
purge-leaver-records.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Leaver Purge".
    display " ".
    display "This queues every vaccination record whose employee".
    display "is not on the HR roster file for deletion. A second".
    display "supervisor approves each one (menu option 7), and the".
    display "record is archived before it is deleted.".
    display "Continue? Y/N".
    accept yes-no.
    if yes-no not = "Y" and yes-no not = "y"
    end-if.

run-leaver-purge.
    move zero to purge-archive-count.
    move zero to purge-delete-count.
    open input vaccination-file.
    move "N" to master-side-eof.
    perform read-master-side.
    perform purge-match until master-side-eof = "Y".
    close sorted-roster-file.
    perform closing-procedure.
    display " ".
    move recon-roster-count to purge-count-display.
    display "Roster employees read : " purge-count-display.
    move purge-archive-count to purge-count-display.
    display "Leavers found         : " purge-count-display.
    move purge-delete-count to purge-count-display.
    display "Queued for approval   : " purge-count-display.

*> the same balanced-line walk as the reconciliation: a master
*> record with no matching roster line is a leaver
    end-if
    end-if.

*> the leaver is queued, not deleted; the archive copy and the
*> delete are made when a second supervisor approves the item
purge-this-record.
    add 1 to purge-archive-count.
    move "P" to pending-type-hold.
    perform queue-pending-request.
    if pending-queued-flag = "Y"
        display employee-id " " name-of-employee
            " - queued for approval"
        add 1 to purge-delete-count
    end-if.

*> exemptions are not forever: list every exemption whose
*> review/expiry date has already passed so occupational health
    perform read-record.

*> the whole nightly sequence - unload, verify, batch
*> transactions, overdue report, the month-end compliance snapshot
*> and the site-access clearance feed - as one operation, so no
*> step can be forgotten; a verify failure stops the chain with the
*> transaction file left unapplied, and a transaction file whose
*> control totals do not balance or whose batch has already been
*> applied is refused (logged FILE REFUSED) without an override
night-run-chain.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Night Run".
    display " ".
    open extend run-log-file.
    move "Y" to night-chain-active.
    move "Y" to night-run-ok.
    move "CHAIN" to night-step-name.
    move "START" to night-log-detail.
        move "START" to night-log-detail
        perform write-run-log-line
        perform batch-transaction-run
        move "BATCH" to night-step-name
        move batch-read-count to backup-count-display
        move spaces to night-log-detail
        if feed-refused-flag = "Y"
            move "END   FILE REFUSED - NOT APPLIED"
                to night-log-detail
        else
            string
                "END   RECORDS " delimited by size
                backup-count-display delimited by size
                " PASS" delimited by size
                into night-log-detail
        end-if
        perform write-run-log-line
        move "OVERDUE" to night-step-name
        move "START" to night-log-detail
        perform write-run-log-line
        perform overdue-second-dose-report
        move overdue-candidate-count to backup-count-display
        move spaces to night-log-detail
        string
            "END   RECORDS " delimited by size
            backup-count-display delimited by size
            " PASS" delimited by size
            into night-log-detail
        perform write-run-log-line
        move "SNAPSHOT" to night-step-name
        perform check-month-end
        if month-end-flag = "Y"
            move "START" to night-log-detail
            perform write-run-log-line
            move "Z" to snapshot-source
            perform take-compliance-snapshot
            move snapshot-row-count to backup-count-display
            move spaces to night-log-detail
            string
                "END   RECORDS " delimited by size
                backup-count-display delimited by size
                " PASS" delimited by size
                into night-log-detail
        else
            move "SKIPPED - NOT MONTH END" to night-log-detail
        end-if
        perform write-run-log-line
        move "ACCESS" to night-step-name
        move "START" to night-log-detail
        perform write-run-log-line
        perform site-access-extract
        move access-record-count to backup-count-display
        move access-delta-count to access-count-display
        move spaces to night-log-detail
        string
            "END   RECORDS " delimited by size
            backup-count-display delimited by size
            " DELTA " delimited by size
            access-count-display delimited by size
            " PASS" delimited by size
            into night-log-detail
        perform write-run-log-line
        display "NIGHT RUN STOPPED - VERIFY REPORTED PROBLEMS."
        display "The transaction file has NOT been applied."
    end-if.
    move "N" to night-chain-active.
    close run-log-file.

write-run-log-line.
    display "2. View an appointment".
    display "3. Cancel an appointment".
    display "4. Daily clinic roster".
    display "5. Set the slots for a clinic session".
    display "6. List the clinic calendar".
    display "7. No-show sweep of past bookings".
    display " ".
    display "Which would you like? :".
    accept appointment-choice.
    else
    if appointment-choice = 4
        perform daily-clinic-roster
    else
    if appointment-choice = 5
        perform set-clinic-session
    else
    if appointment-choice = 6
        perform list-clinic-calendar
    else
    if appointment-choice = 7
        perform no-show-sweep
    else
        display "Wrong input. Please try again"
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

book-appointment.
                display
                "APPOINTMENT DATE IS NOT A VALID DD/MM/YYYY DATE"
            else
                move dw-yyyymmdd to requested-date-key
                display "Clinic session AM or PM ?"
                accept booking-session-input
                if booking-session-input not = "AM"
                    and booking-session-input not = "PM"
                        display "CLINIC SESSION MUST BE AM OR PM"
                else
                    perform book-clinic-session
                end-if
            end-if
        end-if
    end-if.

*> a live (booked or fulfilled) booking or a waitlist place must
*> be cancelled first; otherwise the session is booked if it has a
*> free slot, and a full or unscheduled session offers the next
*> session with a free slot, then the waitlist of a full session
book-clinic-session.
    perform check-live-booking.
    perform check-employee-waitlisted.
    if live-booking-flag = "Y"
        display "Employee already has a booking - cancel it first."
    else
    if waitlisted-flag = "Y"
        display "Employee is already on a waitlist"
            " - cancel it first."
    else
        perform check-calendar-capacity
        if session-free-flag = "Y"
            perform write-clinic-booking
        else
            if session-scheduled-flag = "Y"
                display "SESSION IS FULL"
            else
                display "NO CLINIC IS SCHEDULED FOR THAT SESSION"
            end-if
            perform offer-next-free-session
        end-if
    end-if
    end-if.

check-live-booking.
    move "N" to live-booking-flag.
    move employee-id to booking-employee-id.
    open input booking-file.
    read booking-file
        key is booking-employee-id
        invalid key
            continue
        not invalid key
            if booking-status not = "N"
                move "Y" to live-booking-flag
            end-if
    end-read.
    close booking-file.

*> the waitlist is keyed on the session, so finding one employee
*> on it means a pass of the whole file
check-employee-waitlisted.
    move "N" to waitlisted-flag.
    open input waitlist-file.
    move "N" to end-of-waitlist-file.
    perform read-waitlist-next.
    perform match-waitlist-employee
        until end-of-waitlist-file = "Y" or waitlisted-flag = "Y".
    close waitlist-file.

match-waitlist-employee.
    if waitlist-employee-id = employee-id
        move "Y" to waitlisted-flag
    else
        perform read-waitlist-next
    end-if.

read-waitlist-next.
    read waitlist-file next record
        at end
                move "Y" to end-of-waitlist-file.

check-calendar-capacity.
    move "N" to session-free-flag.
    move "N" to session-scheduled-flag.
    open input clinic-calendar-file.
    perform check-calendar-in-use.
    if calendar-in-use-flag = "N"
        move "Y" to session-free-flag
    else
        move requested-date-key to calendar-date-key
        move booking-session-input to calendar-session
        read clinic-calendar-file
            key is calendar-key
            invalid key
                continue
            not invalid key
                move "Y" to session-scheduled-flag
                if calendar-booked < calendar-slots
                    move "Y" to session-free-flag
                end-if
        end-read
    end-if.
    close clinic-calendar-file.

*> the calendar file must already be open; an empty file means
*> no sessions have been keyed yet
check-calendar-in-use.
    move "Y" to calendar-in-use-flag.
    move low-values to calendar-key.
    start clinic-calendar-file
        key is not less than calendar-key
        invalid key
            move "N" to calendar-in-use-flag
    end-start.

offer-next-free-session.
    perform find-next-free-session.
    move "N" to booking-written-flag.
    if next-session-found = "Y"
        move next-session-date-key to calendar-date-key
        perform format-session-date
        move next-session-free to cll-slots
        display "Next session with a free slot : "
            session-date-display " " next-session-session
            " (" cll-slots " free)"
        display "Book that session instead? Y/N"
        accept yes-no
        if yes-no = "Y" or yes-no = "y"
            move next-session-date-key to requested-date-key
            move next-session-session to booking-session-input
            move session-date-display to booking-date-input
            perform write-clinic-booking
        end-if
    else
        display "No later session has a free slot."
    end-if.
    if booking-written-flag = "N" and session-scheduled-flag = "Y"
        perform offer-waitlist-place
    end-if.

find-next-free-session.
    move "N" to next-session-found.
    open input clinic-calendar-file.
    move requested-date-key to calendar-date-key.
    move booking-session-input to calendar-session.
    move "N" to end-of-calendar-file.
    start clinic-calendar-file
        key is greater than calendar-key
        invalid key
            move "Y" to end-of-calendar-file
    end-start.
    if end-of-calendar-file = "N"
        perform read-calendar-next
    end-if.
    perform check-free-session
        until end-of-calendar-file = "Y" or next-session-found = "Y".
    close clinic-calendar-file.

check-free-session.
    if calendar-booked < calendar-slots
        move "Y" to next-session-found
        move calendar-date-key to next-session-date-key
        move calendar-session to next-session-session
        compute next-session-free = calendar-slots - calendar-booked
    else
        perform read-calendar-next
    end-if.

read-calendar-next.
    read clinic-calendar-file next record
        at end
                move "Y" to end-of-calendar-file.

*> calendar-date-key holds the yyyymmdd to be shown dd/mm/yyyy
format-session-date.
    move spaces to session-date-display.
    string
        calendar-date-key(7:2) delimited by size
        "/" delimited by size
        calendar-date-key(5:2) delimited by size
        "/" delimited by size
        calendar-date-key(1:4) delimited by size
        into session-date-display.

offer-waitlist-place.
    display "Put the employee on the waitlist for the session"
        " asked for? Y/N".
    accept yes-no.
    if yes-no = "Y" or yes-no = "y"
        perform add-to-waitlist
    else
        display "Nothing booked."
    end-if.

add-to-waitlist.
    move function current-date to current-date-info.
    move requested-date-key to waitlist-date-key.
    move booking-session-input to waitlist-session.
    move current-date-info(1:16) to waitlist-timestamp.
    move employee-id to waitlist-employee-id.
    move booking-date-input to waitlist-date.
    move next-dose-due to waitlist-dose-number.
    open i-o waitlist-file.
    write waitlist-record
        invalid key
            display "Error: could not add to the waitlist."
        not invalid key
            display "Employee waitlisted for " waitlist-date
                " " waitlist-session
    end-write.
    close waitlist-file.

*> a no-show booking left on file is booked over
write-clinic-booking.
    move "N" to booking-written-flag.
    move employee-id to booking-employee-id.
    move booking-date-input to booking-date.
    move next-dose-due to booking-dose-number.
    move booking-session-input to booking-session.
    move "B" to booking-status.
    open i-o booking-file.
    write booking-record
        invalid key
            perform replace-no-show-booking
        not invalid key
            move "Y" to booking-written-flag
    end-write.
    close booking-file.
    if booking-written-flag = "Y"
        move requested-date-key to calendar-date-key
        move booking-session-input to calendar-session
        perform take-calendar-slot
        display "Appointment booked for " booking-date-input
            " " booking-session-input
    else
        display "Employee already has a booking - cancel it first."
    end-if.

*> booking-file is open i-o and booking-record holds the new
*> booking; it replaces the one on file only if that was a no-show
replace-no-show-booking.
    move booking-record to booking-record-hold.
    read booking-file
        key is booking-employee-id
        invalid key
            continue
        not invalid key
            if booking-status = "N"
                move booking-record-hold to booking-record
                rewrite booking-record
                    invalid key
                        continue
                    not invalid key
                        move "Y" to booking-written-flag
                end-rewrite
            end-if
    end-read.
    move booking-record-hold to booking-record.

*> calendar-key is staged by the caller; sessions not on the
*> calendar (an empty calendar file) are simply not counted
take-calendar-slot.
    open i-o clinic-calendar-file.
    read clinic-calendar-file
        key is calendar-key
        invalid key
            continue
        not invalid key
            add 1 to calendar-booked
            rewrite calendar-record
                invalid key
                    display "Error: could not update the calendar."
            end-rewrite
    end-read.
    close clinic-calendar-file.

release-calendar-slot.
    open i-o clinic-calendar-file.
    read clinic-calendar-file
        key is calendar-key
        invalid key
            continue
        not invalid key
            if calendar-booked > zero
                subtract 1 from calendar-booked
                rewrite calendar-record
                    invalid key
                        display "Error: could not update the"
                            " calendar."
                end-rewrite
            end-if
    end-read.
    close clinic-calendar-file.

view-appointment.
    display "Employee ID to view:".
    accept quest-1.
            display "Session : " booking-session
            if booking-status = "F"
                display "Status  : FULFILLED"
            else
            if booking-status = "N"
                display "Status  : NO-SHOW"
            else
                display "Status  : BOOKED"
            end-if
            end-if
    end-read.
    close booking-file.

*> cancelling a live booking gives its slot back to the calendar
*> and, if the session is still to come, to the longest-waiting
*> employee on that session's waitlist; an employee with no
*> booking may be taken off a waitlist instead
cancel-appointment.
    display "Employee ID to cancel the booking for:".
    accept quest-1.
    move quest-1 to booking-employee-id.
    move space to cancelled-status-hold.
    open i-o booking-file.
    read booking-file
        key is booking-employee-id
        invalid key
            display "No booking found for this employee"
        not invalid key
            move booking-status to cancelled-status-hold
            move booking-date to verify-date-field
            move booking-session to cancelled-session
            delete booking-file record
                invalid key
                    display "Error: could not cancel booking."
                    move space to cancelled-status-hold
                not invalid key
                    display "Booking for " booking-employee-id
                        " cancelled"
            end-delete
    end-read.
    if cancelled-status-hold = "B"
        perform check-work-date
        move dw-yyyymmdd to cancelled-date-key
        move cancelled-date-key to calendar-date-key
        move cancelled-session to calendar-session
        perform release-calendar-slot
        move function current-date to current-date-info
        move current-date-info(1:8) to dw-today-yyyymmdd
        if date-valid-flag = "Y"
            and cancelled-date-key not < dw-today-yyyymmdd
                perform promote-from-waitlist
        end-if
    end-if.
    close booking-file.
    if cancelled-status-hold = space
        move quest-1 to employee-id
        perform remove-from-waitlist
    end-if.

*> booking-file is open i-o; the waitlist is walked from the start
*> of the cancelled session in time-added order
promote-from-waitlist.
    move "N" to waitlist-promoted-flag.
    open i-o waitlist-file.
    move cancelled-date-key to waitlist-date-key.
    move cancelled-session to waitlist-session.
    move low-values to waitlist-timestamp.
    move zero to waitlist-employee-id.
    move "N" to end-of-waitlist-file.
    start waitlist-file
        key is not less than waitlist-key
        invalid key
            move "Y" to end-of-waitlist-file
    end-start.
    if end-of-waitlist-file = "N"
        perform read-waitlist-next
    end-if.
    perform try-waitlist-promotion
        until end-of-waitlist-file = "Y"
            or waitlist-promoted-flag = "Y".
    close waitlist-file.

try-waitlist-promotion.
    if waitlist-date-key not = cancelled-date-key
        or waitlist-session not = cancelled-session
            move "Y" to end-of-waitlist-file
    else
        move "N" to booking-written-flag
        move waitlist-employee-id to booking-employee-id
        move waitlist-date to booking-date
        move waitlist-dose-number to booking-dose-number
        move waitlist-session to booking-session
        move "B" to booking-status
        write booking-record
            invalid key
                perform replace-no-show-booking
            not invalid key
                move "Y" to booking-written-flag
        end-write
        delete waitlist-file record
            invalid key
                display "Error: could not update the waitlist."
        end-delete
        if booking-written-flag = "Y"
            move "Y" to waitlist-promoted-flag
            move cancelled-date-key to calendar-date-key
            move cancelled-session to calendar-session
            perform take-calendar-slot
            display "Waitlisted employee " waitlist-employee-id
                " booked into the freed slot."
        else
            display "Waitlisted employee " waitlist-employee-id
                " already booked - taken off the waitlist."
            perform read-waitlist-next
        end-if
    end-if.

remove-from-waitlist.
    move "N" to waitlisted-flag.
    open i-o waitlist-file.
    move "N" to end-of-waitlist-file.
    perform read-waitlist-next.
    perform match-waitlist-employee
        until end-of-waitlist-file = "Y" or waitlisted-flag = "Y".
    if waitlisted-flag = "Y"
        delete waitlist-file record
            invalid key
                display "Error: could not update the waitlist."
            not invalid key
                display "Employee " employee-id
                    " taken off the waitlist for " waitlist-date
                    " " waitlist-session
        end-delete
    end-if.
    close waitlist-file.

*> key in or change the number of slots for one session; a new
*> session starts with the live bookings already made for it
set-clinic-session.
    display "Clinic date xx/xx/xxxx ?".
    accept booking-date-input.
    move booking-date-input to verify-date-field.
    perform check-work-date.
    if date-valid-flag = "N"
        display "CLINIC DATE IS NOT A VALID DD/MM/YYYY DATE"
    else
        move dw-yyyymmdd to requested-date-key
        display "Clinic session AM or PM ?"
        accept booking-session-input
        display "Number of slots the nurse can cover ?"
        accept calendar-slots-input
        if booking-session-input not = "AM"
            and booking-session-input not = "PM"
                display "CLINIC SESSION MUST BE AM OR PM"
        else
            perform store-clinic-session
        end-if
    end-if.

store-clinic-session.
    open i-o clinic-calendar-file.
    move requested-date-key to calendar-date-key.
    move booking-session-input to calendar-session.
    read clinic-calendar-file
        key is calendar-key
        invalid key
            perform count-session-bookings
            move calendar-slots-input to calendar-slots
            write calendar-record
                invalid key
                    display "Error: could not add the session."
                not invalid key
                    display "Session added with " calendar-booked
                        " already booked."
            end-write
        not invalid key
            move calendar-slots-input to calendar-slots
            rewrite calendar-record
                invalid key
                    display "Error: could not update the session."
                not invalid key
                    display "Session slots updated."
            end-rewrite
    end-read.
    if calendar-booked > calendar-slots
        display "WARNING: MORE BOOKINGS THAN SLOTS - "
            calendar-booked " booked."
    end-if.
    close clinic-calendar-file.

count-session-bookings.
    move zero to calendar-booked.
    open input booking-file.
    move "N" to end-of-file.
    perform read-booking-record.
    perform count-one-session-booking until end-of-file = "Y".
    close booking-file.

count-one-session-booking.
    if booking-date = booking-date-input
        and booking-session = booking-session-input
        and booking-status = "B"
            add 1 to calendar-booked
    end-if.
    perform read-booking-record.

list-clinic-calendar.
    display "List sessions from which date xx/xx/xxxx ?".
    accept calendar-from-date-input.
    move calendar-from-date-input to verify-date-field.
    perform check-work-date.
    if date-valid-flag = "N"
        display "DATE IS NOT A VALID DD/MM/YYYY DATE"
    else
        display " "
        display "-------------------------------"
        display "FAMILY CO. Ltd. Clinic Calendar"
        display " "
        move zero to calendar-list-count
        open input clinic-calendar-file
        open input waitlist-file
        move dw-yyyymmdd to calendar-date-key
        move low-values to calendar-session
        move "N" to end-of-calendar-file
        start clinic-calendar-file
            key is not less than calendar-key
            invalid key
                move "Y" to end-of-calendar-file
        end-start
        if end-of-calendar-file = "N"
            perform read-calendar-next
        end-if
        perform list-one-session until end-of-calendar-file = "Y"
        close waitlist-file
        close clinic-calendar-file
        if calendar-list-count = zero
            display "No sessions on the calendar from this date."
        end-if
    end-if.

list-one-session.
    perform format-session-date.
    move session-date-display to cll-date.
    move calendar-session to cll-session.
    move calendar-slots to cll-slots.
    move calendar-booked to cll-booked.
    perform count-session-waiting.
    move session-waiting-count to cll-waiting.
    display calendar-list-line.
    add 1 to calendar-list-count.
    perform read-calendar-next.

count-session-waiting.
    move zero to session-waiting-count.
    move calendar-date-key to waitlist-date-key.
    move calendar-session to waitlist-session.
    move low-values to waitlist-timestamp.
    move zero to waitlist-employee-id.
    move "N" to end-of-waitlist-file.
    start waitlist-file
        key is not less than waitlist-key
        invalid key
            move "Y" to end-of-waitlist-file
    end-start.
    if end-of-waitlist-file = "N"
        perform read-waitlist-next
    end-if.
    perform count-one-waiting until end-of-waitlist-file = "Y".

count-one-waiting.
    if waitlist-date-key not = calendar-date-key
        or waitlist-session not = calendar-session
            move "Y" to end-of-waitlist-file
    else
        add 1 to session-waiting-count
        perform read-waitlist-next
    end-if.

*> every booking still at B after its date has passed is marked N
*> (no-show) with an audit line, and listed print-quality so the
*> clinic can chase the employee and rebook
no-show-sweep.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Appointment No-show Sweep".
    display " ".
    move zero to no-show-count.
    move function current-date to current-date-info.
    move current-date-info(1:8) to dw-today-yyyymmdd.
    open i-o booking-file.
    open input vaccination-file.
    open output no-show-report-file.
    perform set-report-run-date.
    move zero to report-page-number.
    perform no-show-report-heading.
    move "N" to end-of-file.
    perform read-booking-record.
    perform check-no-show-booking until end-of-file = "Y".
    move spaces to no-show-report-line.
    write no-show-report-line.
    move no-show-count to report-count-display.
    move spaces to no-show-report-line.
    string
        "END OF REPORT - NO-SHOWS MARKED: " delimited by size
        report-count-display delimited by size
        into no-show-report-line.
    write no-show-report-line.
    close no-show-report-file.
    perform closing-procedure.
    close booking-file.
    move no-show-count to clinic-roster-display.
    display " ".
    display "No-shows marked : " clinic-roster-display.
    display "Filed copy written to no-show-report.txt".

no-show-report-heading.
    add 1 to report-page-number.
    move report-page-number to rtl-page.
    move "FAMILY CO. Ltd. APPOINTMENT NO-SHOW LIST" to rtl-title.
    move report-run-date to rtl-run-date.
    write no-show-report-line from report-title-line.
    move spaces to no-show-report-line.
    write no-show-report-line.
    write no-show-report-line from no-show-column-headings.
    move spaces to no-show-report-line.
    write no-show-report-line.
    move zero to report-line-count.

check-no-show-booking.
    if booking-status = "B"
        move booking-date to verify-date-field
        perform check-work-date
        if date-valid-flag = "Y"
            and dw-yyyymmdd < dw-today-yyyymmdd
                move "N" to booking-status
                rewrite booking-record
                    invalid key
                        display "Error: could not mark booking for "
                            booking-employee-id
                    not invalid key
                        perform record-no-show
                end-rewrite
        end-if
    end-if.
    perform read-booking-record.

record-no-show.
    move booking-employee-id to employee-id.
    read vaccination-file
        key is employee-id
        invalid key
            move "(NOT ON FILE)" to name-of-employee
        not invalid key
            continue
    end-read.
    move "BOOKING-STATUS" to audit-field-changed-ws.
    move "B" to audit-old-value-ws.
    move "N" to audit-new-value-ws.
    move "UPDATE" to audit-operation-type-ws.
    perform write-audit-record.
    display booking-employee-id " " name-of-employee
        " - NO-SHOW, dose " booking-dose-number " on "
        booking-date " " booking-session.
    move booking-employee-id to nsl-id.
    move name-of-employee to nsl-name.
    move booking-dose-number to nsl-dose.
    move booking-date to nsl-date.
    move booking-session to nsl-session.
    write no-show-report-line from no-show-detail-line.
    add 1 to no-show-count.
    add 1 to report-line-count.
    if report-line-count >= report-lines-per-page
        perform no-show-report-heading.

daily-clinic-roster.
    display "Clinic roster for which date xx/xx/xxxx ?".
        " interval " brand-dose-interval " days".
    add 1 to brand-list-count.
    perform read-brand-record.

*> vaccine lot stock: receive a new lot, receive more doses into
*> a lot, list what is held, and the stock report pharmacy
*> reorders from
lot-stock-subsystem.
    display " ".
    display "1. Receive a new lot".
    display "2. Receive more doses into a lot".
    display "3. List all lots".
    display "4. Stock report by brand and lot".
    display " ".
    display "Which would you like? :".
    accept lot-choice.
    if lot-choice = 1
        perform add-lot-record
    else
    if lot-choice = 2
        perform receive-lot-doses
    else
    if lot-choice = 3
        perform list-lot-records
    else
    if lot-choice = 4
        perform lot-stock-report
    else
        display "Wrong input. Please try again"
    end-if
    end-if
    end-if
    end-if.

add-lot-record.
    display "Lot number:".
    accept lot-number-input.
    display "Brand code of the lot:".
    accept lot-brand-input.
    display "Expiry date xx/xx/xxxx ?".
    accept lot-expiry-input.
    display "Doses received:".
    accept lot-doses-input.
    move lot-expiry-input to verify-date-field.
    perform check-work-date.
    move lot-brand-input to brand-code-input.
    perform find-brand-by-code.
    if lot-number-input = spaces
        display "LOT NUMBER MUST BE ENTERED"
    else
    if date-valid-flag = "N"
        display "EXPIRY DATE IS NOT A VALID DD/MM/YYYY DATE"
    else
    if brand-code-slot = zero
        display "BRAND CODE IS NOT ON THE REFERENCE FILE"
    else
        move lot-number-input to lot-number
        move lot-brand-input to lot-brand-code
        move lot-expiry-input to lot-expiry-date
        move lot-doses-input to lot-doses-received
        move zero to lot-doses-used
        open i-o lot-stock-file
        write lot-record
            invalid key
                display "Could not add lot - lot number already on file."
            not invalid key
                display "Lot " lot-number " added."
        end-write
        close lot-stock-file
    end-if
    end-if
    end-if.

receive-lot-doses.
    display "Lot number to receive into:".
    accept lot-number-input.
    move lot-number-input to lot-number.
    open i-o lot-stock-file.
    read lot-stock-file
        key is lot-number
        invalid key
            display "Lot number not found"
        not invalid key
            compute lot-on-hand = lot-doses-received - lot-doses-used
            move lot-on-hand to lsl-on-hand
            display "Lot " lot-number " brand " lot-brand-code
                " expires " lot-expiry-date " on hand " lsl-on-hand
            display "Further doses received:"
            accept lot-doses-input
            add lot-doses-input to lot-doses-received
            rewrite lot-record
                invalid key
                    display "Error: could not update lot."
                not invalid key
                    display "Lot " lot-number " updated."
            end-rewrite
    end-read.
    close lot-stock-file.

list-lot-records.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Vaccine Lots Held".
    display " ".
    move zero to lot-list-count.
    open input lot-stock-file.
    move "N" to end-of-lot-file.
    perform read-lot-record.
    perform list-one-lot until end-of-lot-file = "Y".
    close lot-stock-file.
    if lot-list-count = zero
        display "No lots on the lot master."
    else
        move lot-list-count to stock-count-display
        display " "
        display "Lots listed : " stock-count-display
    end-if.

read-lot-record.
    read lot-stock-file next record
        at end
                move "Y" to end-of-lot-file.

list-one-lot.
    compute lot-on-hand = lot-doses-received - lot-doses-used.
    move lot-on-hand to lsl-on-hand.
    display lot-number " " lot-brand-code " expires "
        lot-expiry-date " on hand " lsl-on-hand.
    add 1 to lot-list-count.
    perform read-lot-record.

*> per brand and lot: doses on hand, lots expired or expiring
*> within 30 days, and the live bookings each brand's usable
*> stock has to cover, so pharmacy can reorder before a clinic
*> runs dry
lot-stock-report.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Vaccine Lot Stock Report".
    display " ".
    if brand-table-fresh = "N"
        perform load-brand-table
    end-if.
    perform clear-stock-brand-entry
        varying brand-table-index from 1 by 1
        until brand-table-index > brand-entry-count.
    move zero to stock-unassigned-booked.
    move zero to stock-total-usable.
    move zero to stock-total-booked.
    move zero to stock-expiring-lots.
    move zero to stock-reorder-brands.
    move function current-date to current-date-info.
    move current-date-info(1:8) to dw-today-yyyymmdd.
    compute dw-today-days =
        function integer-of-date(dw-today-yyyymmdd).
    perform tally-booked-by-brand.
    sort lot-sort-file
        on ascending key sort-lot-brand-code sort-lot-number
        using lot-stock-file
        giving sorted-lot-file.
    open input sorted-lot-file.
    open output lot-stock-report-file.
    perform set-report-run-date.
    move zero to report-page-number.
    perform lot-stock-report-heading.
    move low-values to stock-current-brand.
    move "N" to end-of-sorted-lots.
    perform read-sorted-lot.
    perform report-sorted-lot until end-of-sorted-lots = "Y".
    if stock-current-brand not = low-values
        perform write-brand-stock-total
    end-if.
    close sorted-lot-file.
    perform report-unstocked-brand
        varying brand-table-index from 1 by 1
        until brand-table-index > brand-entry-count.
    perform write-stock-report-totals.
    close lot-stock-report-file.
    move stock-reorder-brands to brand-list-display.
    display "Brands to reorder       : " brand-list-display.
    move stock-expiring-lots to stock-count-display.
    display "Lots expiring in 30 days: " stock-count-display.
    display "Filed copy written to lot-stock-report.txt".

clear-stock-brand-entry.
    move zero to stock-booked-count(brand-table-index).
    move zero to stock-usable-count(brand-table-index).
    move "N" to stock-lot-seen(brand-table-index).

*> a dose-2 or dose-3 booking will be given in the brand already
*> on the employee's record
tally-booked-by-brand.
    open input booking-file.
    open input vaccination-file.
    move "N" to end-of-file.
    perform read-booking-record.
    perform tally-one-booking until end-of-file = "Y".
    perform closing-procedure.
    close booking-file.

tally-one-booking.
    if booking-status = "B"
        add 1 to stock-total-booked
        move zero to brand-name-slot
        if booking-dose-number > 1
            move booking-employee-id to employee-id
            read vaccination-file
                key is employee-id
                invalid key
                    move spaces to verify-brand-field
                not invalid key
                    move brand-first-dose to verify-brand-field
                    if booking-dose-number = 3
                        and brand-second-dose not = spaces
                            move brand-second-dose
                                to verify-brand-field
                    end-if
            end-read
            if verify-brand-field not = spaces
                perform find-brand-by-name
            end-if
        end-if
        if brand-name-slot > zero
            add 1 to stock-booked-count(brand-name-slot)
        else
            add 1 to stock-unassigned-booked
        end-if
    end-if.
    perform read-booking-record.

read-sorted-lot.
    read sorted-lot-file next record
        at end
                move "Y" to end-of-sorted-lots.

lot-stock-report-heading.
    add 1 to report-page-number.
    move report-page-number to rtl-page.
    move "FAMILY CO. Ltd. VACCINE LOT STOCK REPORT" to rtl-title.
    move report-run-date to rtl-run-date.
    write lot-stock-report-line from report-title-line.
    move spaces to lot-stock-report-line.
    write lot-stock-report-line.
    write lot-stock-report-line from lot-column-headings.
    move spaces to lot-stock-report-line.
    write lot-stock-report-line.
    move zero to report-line-count.

report-sorted-lot.
    if slt-brand-code not = stock-current-brand
        if stock-current-brand not = low-values
            perform write-brand-stock-total
        end-if
        perform start-brand-stock-group
    end-if.
    compute lot-on-hand = slt-doses-received - slt-doses-used.
    move slt-lot-number to lsl-lot.
    move slt-brand-code to lsl-brand.
    move slt-expiry-date to lsl-expiry.
    move slt-doses-received to lsl-received.
    move slt-doses-used to lsl-used.
    move lot-on-hand to lsl-on-hand.
    move spaces to lsl-flag.
    move slt-expiry-date to verify-date-field.
    perform check-work-date.
    if date-valid-flag = "N"
        move "EXPIRY NOT VALID" to lsl-flag
    else
        compute lot-days-to-expiry =
            function integer-of-date(dw-yyyymmdd) - dw-today-days
        if lot-days-to-expiry < zero
            move "EXPIRED" to lsl-flag
        else
            if lot-days-to-expiry not > lot-expiry-warning-days
                move "EXPIRES IN 30 DAYS" to lsl-flag
                add 1 to stock-expiring-lots
            end-if
            if lot-on-hand > zero
                add lot-on-hand to stock-brand-usable
            end-if
        end-if
    end-if.
    write lot-stock-report-line from lot-detail-line.
    add 1 to report-line-count.
    if report-line-count >= report-lines-per-page
        perform lot-stock-report-heading.
    perform read-sorted-lot.

start-brand-stock-group.
    move slt-brand-code to stock-current-brand.
    move zero to stock-brand-usable.
    move slt-brand-code to lbh-code.
    move slt-brand-code to brand-code-input.
    perform find-brand-by-code.
    if brand-code-slot > zero
        move brand-name-entry(brand-code-slot) to lbh-name
    else
        move "(UNKNOWN)" to lbh-name
    end-if.
    move spaces to lot-stock-report-line.
    write lot-stock-report-line.
    write lot-stock-report-line from lot-brand-heading.

write-brand-stock-total.
    move stock-current-brand to brand-code-input.
    perform find-brand-by-code.
    move stock-current-brand to lbt-code.
    move stock-brand-usable to lbt-usable.
    move zero to lbt-booked.
    move "OK" to lbt-flag.
    if brand-code-slot > zero
        move "Y" to stock-lot-seen(brand-code-slot)
        move stock-brand-usable to stock-usable-count(brand-code-slot)
        move stock-booked-count(brand-code-slot) to lbt-booked
        if stock-booked-count(brand-code-slot) > stock-brand-usable
            move "REORDER - BOOKED EXCEEDS STOCK" to lbt-flag
            add 1 to stock-reorder-brands
        end-if
    end-if.
    add stock-brand-usable to stock-total-usable.
    write lot-stock-report-line from lot-brand-total-line.
    add 3 to report-line-count.
    if report-line-count >= report-lines-per-page
        perform lot-stock-report-heading.

*> a brand with live bookings and no lot held at all
report-unstocked-brand.
    if stock-lot-seen(brand-table-index) = "N"
        and stock-booked-count(brand-table-index) > zero
            move brand-code-entry(brand-table-index) to lbt-code
            move zero to lbt-usable
            move stock-booked-count(brand-table-index) to lbt-booked
            move "REORDER - NO STOCK HELD" to lbt-flag
            add 1 to stock-reorder-brands
            move spaces to lot-stock-report-line
            write lot-stock-report-line
            write lot-stock-report-line from lot-brand-total-line
    end-if.

write-stock-report-totals.
    move spaces to lot-stock-report-line.
    write lot-stock-report-line.
    move "USABLE DOSES ON HAND" to srl-label.
    move stock-total-usable to srl-count.
    write lot-stock-report-line from summary-line-ws.
    move "DOSES BOOKED" to srl-label.
    move stock-total-booked to srl-count.
    write lot-stock-report-line from summary-line-ws.
    move "  DOSE 1, NO BRAND YET" to srl-label.
    move stock-unassigned-booked to srl-count.
    write lot-stock-report-line from summary-line-ws.
    move "LOTS EXPIRING IN 30 DAYS" to srl-label.
    move stock-expiring-lots to srl-count.
    write lot-stock-report-line from summary-line-ws.
    move "BRANDS TO REORDER" to srl-label.
    move stock-reorder-brands to srl-count.
    write lot-stock-report-line from summary-line-ws.
    move spaces to lot-stock-report-line.
    if stock-total-booked > stock-total-usable
        move "WARNING: BOOKINGS EXCEED USABLE STOCK HELD"
            to lot-stock-report-line
        write lot-stock-report-line
        move spaces to lot-stock-report-line
    end-if.
    write lot-stock-report-line.
    move "END OF REPORT" to lot-stock-report-line.
    write lot-stock-report-line.

*> every vaccine-record checked against its brand's schedule:
*> a dose given sooner than the brand's interval after the dose
*> before it, dose dates out of order, mixed brands, a third dose
*> for a two-dose brand, and status C short of the doses the brand
*> needs; occupational health reviews the list before anyone is
*> certified or submitted to the health authority
dose-schedule-report.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Dose Schedule Exceptions".
    display " ".
    move zero to sched-examined-count.
    move zero to sched-employee-count.
    move zero to sched-interval-count.
    move zero to sched-order-count.
    move zero to sched-mixed-count.
    move zero to sched-third-count.
    move zero to sched-status-count.
    open input vaccination-file.
    open output schedule-report-file.
    perform set-report-run-date.
    move zero to report-page-number.
    perform schedule-report-heading.
    move "N" to end-of-file.
    perform read-record.
    perform check-dose-schedule until end-of-file = "Y".
    perform closing-procedure.
    perform write-schedule-totals.
    close schedule-report-file.
    display " ".
    move sched-examined-count to report-count-display.
    display "Employees examined     : " report-count-display.
    move sched-employee-count to report-count-display.
    display "Employees with problems: " report-count-display.
    display "Filed copy written to dose-schedule-exceptions.txt".

schedule-report-heading.
    add 1 to report-page-number.
    move report-page-number to rtl-page.
    move "FAMILY CO. Ltd. DOSE SCHEDULE EXCEPTIONS" to rtl-title.
    move report-run-date to rtl-run-date.
    write schedule-report-line from report-title-line.
    move spaces to schedule-report-line.
    write schedule-report-line.
    write schedule-report-line from sched-column-headings.
    move spaces to schedule-report-line.
    write schedule-report-line.
    move zero to report-line-count.

check-dose-schedule.
    add 1 to sched-examined-count.
    move "N" to sched-flagged-flag.
    move zero to sched-doses-given.
    move date-first-dose to verify-date-field.
    perform schedule-date-days.
    move sched-days-work to sched-days-1.
    move date-second-dose to verify-date-field.
    perform schedule-date-days.
    move sched-days-work to sched-days-2.
    move date-third-dose to verify-date-field.
    perform schedule-date-days.
    move sched-days-work to sched-days-3.
    perform load-schedule-rules.
    perform check-schedule-intervals.
    perform check-schedule-brands.
    if sched-days-3 > zero
        and sched-required > zero
        and sched-required < 3
            move spaces to sched-exception-text
            string
                "THIRD DOSE FOR A " delimited by size
                sched-required delimited by size
                "-DOSE BRAND" delimited by size
                into sched-exception-text
            add 1 to sched-third-count
            perform write-schedule-exception
    end-if.
    if vaccine-status = "C"
        if sched-required > zero
            and sched-doses-given < sched-required
                move spaces to sched-exception-text
                string
                    "STATUS C WITH " delimited by size
                    sched-doses-given delimited by size
                    " OF " delimited by size
                    sched-required delimited by size
                    " DOSES THE BRAND NEEDS" delimited by size
                    into sched-exception-text
                add 1 to sched-status-count
                perform write-schedule-exception
        else
            if sched-doses-given = zero
                move "STATUS C WITH NO DOSES RECORDED"
                    to sched-exception-text
                add 1 to sched-status-count
                perform write-schedule-exception
            end-if
        end-if
    end-if.
    perform read-record.

*> verify-date-field in, sched-days-work out
schedule-date-days.
    move zero to sched-days-work.
    if verify-date-field not = spaces
        perform check-work-date
        if date-valid-flag = "Y"
            compute sched-days-work =
                function integer-of-date(dw-yyyymmdd)
            add 1 to sched-doses-given
        end-if
    end-if.

*> the schedule is the first dose's brand; the gap before dose 3
*> is the second dose's brand's interval when one is recorded
load-schedule-rules.
    move brand-first-dose to verify-brand-field.
    if verify-brand-field = spaces
        move brand-second-dose to verify-brand-field
    end-if.
    if verify-brand-field = spaces
        move brand-third-dose to verify-brand-field
    end-if.
    perform brand-name-lookup.
    move brand-doses-hold to sched-required.
    move brand-interval-hold to sched-interval-1.
    move sched-interval-1 to sched-interval-2.
    if brand-second-dose not = spaces
        move brand-second-dose to verify-brand-field
        perform brand-name-lookup
        move brand-interval-hold to sched-interval-2
    end-if.

check-schedule-intervals.
    if sched-days-2 > zero and sched-days-1 > zero
        compute sched-gap = sched-days-2 - sched-days-1
        move sched-interval-1 to sched-prev-interval
        if sched-gap < zero
            move "SECOND DOSE DATED BEFORE THE FIRST DOSE"
                to sched-exception-text
            add 1 to sched-order-count
            perform write-schedule-exception
        else
            if sched-gap < sched-prev-interval
                move spaces to sched-exception-text
                move sched-gap to sched-gap-display
                move sched-prev-interval to sched-interval-display
                string
                    "SECOND DOSE" delimited by size
                    sched-gap-display delimited by size
                    " DAYS AFTER FIRST, INTERVAL IS "
                        delimited by size
                    sched-interval-display delimited by size
                    into sched-exception-text
                add 1 to sched-interval-count
                perform write-schedule-exception
            end-if
        end-if
    end-if.
    if sched-days-2 > zero
        move sched-days-2 to sched-prev-days
        move sched-interval-2 to sched-prev-interval
    else
        move sched-days-1 to sched-prev-days
        move sched-interval-1 to sched-prev-interval
    end-if.
    if sched-days-3 > zero and sched-prev-days > zero
        compute sched-gap = sched-days-3 - sched-prev-days
        if sched-gap < zero
            move "THIRD DOSE DATED BEFORE THE DOSE BEFORE IT"
                to sched-exception-text
            add 1 to sched-order-count
            perform write-schedule-exception
        else
            if sched-gap < sched-prev-interval
                move spaces to sched-exception-text
                move sched-gap to sched-gap-display
                move sched-prev-interval to sched-interval-display
                string
                    "THIRD DOSE" delimited by size
                    sched-gap-display delimited by size
                    " DAYS AFTER PREVIOUS, INTERVAL IS "
                        delimited by size
                    sched-interval-display delimited by size
                    into sched-exception-text
                add 1 to sched-interval-count
                perform write-schedule-exception
            end-if
        end-if
    end-if.

check-schedule-brands.
    move "N" to sched-mixed-flag.
    move spaces to sched-brand-hold.
    move brand-first-dose to sched-brand-work.
    perform note-schedule-brand.
    move brand-second-dose to sched-brand-work.
    perform note-schedule-brand.
    move brand-third-dose to sched-brand-work.
    perform note-schedule-brand.
    if sched-mixed-flag = "Y"
        move spaces to sched-exception-text
        string
            "MIXED BRANDS: " delimited by size
            brand-first-dose delimited by size
            " " delimited by size
            brand-second-dose delimited by size
            " " delimited by size
            brand-third-dose delimited by size
            into sched-exception-text
        add 1 to sched-mixed-count
        perform write-schedule-exception
    end-if.

note-schedule-brand.
    if sched-brand-work not = spaces
        if sched-brand-hold = spaces
            move sched-brand-work to sched-brand-hold
        else
            if sched-brand-work not = sched-brand-hold
                move "Y" to sched-mixed-flag
            end-if
        end-if
    end-if.

write-schedule-exception.
    if sched-flagged-flag = "N"
        move "Y" to sched-flagged-flag
        add 1 to sched-employee-count
    end-if.
    display employee-id " " name-of-employee " - "
        sched-exception-text.
    move employee-id to sdl-id.
    move name-of-employee to sdl-name.
    move vaccine-status to sdl-status.
    move sched-exception-text to sdl-text.
    write schedule-report-line from sched-detail-line.
    add 1 to report-line-count.
    if report-line-count >= report-lines-per-page
        perform schedule-report-heading.

write-schedule-totals.
    move spaces to schedule-report-line.
    write schedule-report-line.
    move "EMPLOYEES EXAMINED" to srl-label.
    move sched-examined-count to srl-count.
    write schedule-report-line from summary-line-ws.
    move "EMPLOYEES WITH PROBLEMS" to srl-label.
    move sched-employee-count to srl-count.
    write schedule-report-line from summary-line-ws.
    move "DOSE INSIDE INTERVAL" to srl-label.
    move sched-interval-count to srl-count.
    write schedule-report-line from summary-line-ws.
    move "DOSE DATES OUT OF ORDER" to srl-label.
    move sched-order-count to srl-count.
    write schedule-report-line from summary-line-ws.
    move "MIXED BRANDS" to srl-label.
    move sched-mixed-count to srl-count.
    write schedule-report-line from summary-line-ws.
    move "THIRD DOSE, 2-DOSE BRAND" to srl-label.
    move sched-third-count to srl-count.
    write schedule-report-line from summary-line-ws.
    move "STATUS C, DOSES SHORT" to srl-label.
    move sched-status-count to srl-count.
    write schedule-report-line from summary-line-ws.
    move spaces to schedule-report-line.
    write schedule-report-line.
    move "END OF REPORT" to schedule-report-line.
    write schedule-report-line.

*> point-in-time recovery: reload a chosen backup into the
*> recovery file, roll the audit log forward over it from the time
*> the backup was taken up to the supervisor's cut-off, and either
*> copy the result onto the live file or keep it as a scratch copy
*> to look records up in; the control report shows the lines
*> applied, skipped and unappliable
point-in-time-recovery.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Point-in-time Recovery".
    display " ".
    display "Type the full name of the backup file to recover from".
    display "e.g. C:\Users\Desktop\COBOL\vaccination-backup-yyyymmdd.txt".
    accept backup-file-name.
    display "Date and time the backup was taken yyyymmddhhmmss :".
    accept recover-from-stamp.
    display "Recover up to date and time yyyymmddhhmmss :".
    accept recover-to-stamp.
    display "If the backup is older than the last month-end rollover,".
    display "the archive period yyyymm to replay first, else blank:".
    accept recover-archive-input.
    display "L - recover onto the live vaccination file".
    display "S - recover into the scratch file vaccination-recovery.txt".
    accept recover-target.
    if recover-target = "l"
        move "L" to recover-target.
    if recover-target = "s"
        move "S" to recover-target.
    move "Y" to recover-ok-flag.
    if recover-from-stamp is not numeric
        or recover-to-stamp is not numeric
            display "DATE AND TIME MUST BE 14 DIGITS yyyymmddhhmmss"
            move "N" to recover-ok-flag
    else
        if recover-to-stamp not > recover-from-stamp
            display "CUT-OFF MUST BE AFTER THE BACKUP WAS TAKEN"
            move "N" to recover-ok-flag
        end-if
    end-if.
    if recover-ok-flag = "Y"
        and recover-archive-input not = spaces
        and recover-archive-input is not numeric
            display "ARCHIVE PERIOD MUST BE yyyymm"
            move "N" to recover-ok-flag
    end-if.
    if recover-ok-flag = "Y"
        and recover-target not = "L"
        and recover-target not = "S"
            display "Wrong input. Please try again"
            move "N" to recover-ok-flag
    end-if.
    if recover-ok-flag = "Y" and recover-target = "L"
        display "THIS REPLACES THE LIVE VACCINATION FILE."
        display "Continue? Y/N"
        accept yes-no
        if yes-no not = "Y" and yes-no not = "y"
            display "Recovery cancelled."
            move "N" to recover-ok-flag
        end-if
    end-if.
    if recover-ok-flag = "Y"
        perform run-recovery
    end-if.

run-recovery.
    move zero to recover-counters.
    open input backup-file.
    open output recovery-file.
    move "N" to end-of-file.
    perform read-backup-record.
    perform load-recovery-record until end-of-file = "Y".
    close recovery-file.
    close backup-file.
    open i-o recovery-file.
    open output recovery-report-file.
    perform set-report-run-date.
    move zero to report-page-number.
    perform recovery-report-heading.
    if recover-archive-input not = spaces
        move spaces to audit-archive-file-name
        string
            "C:\Users\Desktop\COBOL\vaccination-audit-"
                delimited by size
            recover-archive-input delimited by size
            ".txt" delimited by size
            into audit-archive-file-name
        open input audit-archive-file
        move "N" to end-of-archive-file
        perform read-audit-archive-line
        perform replay-archive-line until end-of-archive-file = "Y"
        close audit-archive-file
    end-if.
    open input vaccination-audit-file.
    move "N" to end-of-file.
    perform read-audit-record.
    perform replay-live-audit-line until end-of-file = "Y".
    close vaccination-audit-file.
    close recovery-file.
    if recover-target = "L"
        perform copy-recovery-to-live
    end-if.
    perform write-recovery-totals.
    close recovery-report-file.
    display " ".
    display "Recovery control totals".
    move recover-loaded-count to rollover-count-display.
    display "Records loaded from backup : " rollover-count-display.
    move recover-read-count to rollover-count-display.
    display "Audit lines read           : " rollover-count-display.
    compute rollover-count-display = recover-add-count
        + recover-update-count + recover-delete-count.
    display "Lines applied              : " rollover-count-display.
    compute rollover-count-display = recover-early-count
        + recover-late-count + recover-other-count
        + recover-already-count.
    display "Lines skipped              : " rollover-count-display.
    move recover-unappliable-count to rollover-count-display.
    display "Lines unappliable          : " rollover-count-display.
    display "Control report written to recovery-report.txt".
    if recover-target = "L"
        move recover-written-count to rollover-count-display
        display "Records written to live    : " rollover-count-display
    else
        perform show-recovered-records
    end-if.

load-recovery-record.
    move backup-record to recovery-record.
    write recovery-record
        invalid key
            display "Could not load employee " rcv-employee-id
            add 1 to recover-load-reject-count
        not invalid key
            add 1 to recover-loaded-count
    end-write.
    perform read-backup-record.

recovery-report-heading.
    add 1 to report-page-number.
    move report-page-number to rtl-page.
    move "FAMILY CO. Ltd. POINT-IN-TIME RECOVERY REPORT" to rtl-title.
    move report-run-date to rtl-run-date.
    write recovery-report-line from report-title-line.
    move spaces to recovery-report-line.
    write recovery-report-line.
    if report-page-number = 1
        perform write-recovery-parameters
    end-if.
    write recovery-report-line from recover-column-headings.
    move spaces to recovery-report-line.
    write recovery-report-line.
    move zero to report-line-count.

write-recovery-parameters.
    move "BACKUP FILE         : " to rpl-label.
    move backup-file-name to rpl-value.
    write recovery-report-line from recover-parameter-line.
    move "BACKUP TAKEN        : " to rpl-label.
    move recover-from-stamp to rpl-value.
    write recovery-report-line from recover-parameter-line.
    move "RECOVERED UP TO     : " to rpl-label.
    move recover-to-stamp to rpl-value.
    write recovery-report-line from recover-parameter-line.
    move "ARCHIVE REPLAYED    : " to rpl-label.
    if recover-archive-input = spaces
        move "NONE" to rpl-value
    else
        move audit-archive-file-name to rpl-value
    end-if.
    write recovery-report-line from recover-parameter-line.
    move "RECOVERED ONTO      : " to rpl-label.
    if recover-target = "L"
        move "LIVE VACCINATION FILE" to rpl-value
    else
        move "SCRATCH FILE vaccination-recovery.txt" to rpl-value
    end-if.
    write recovery-report-line from recover-parameter-line.
    move spaces to recovery-report-line.
    write recovery-report-line.

*> a closed archive ends with a TRAILER control line, which the
*> numeric test on the employee-id bytes skips over
replay-archive-line.
    if audit-archive-record(1:6) is numeric
        move audit-archive-record(1:129) to audit-work-record
        perform replay-audit-work-line
    end-if.
    perform read-audit-archive-line.

replay-live-audit-line.
    move audit-record to audit-work-record.
    perform replay-audit-work-line.
    perform read-audit-record.

replay-audit-work-line.
    add 1 to recover-read-count.
    if aw-timestamp(1:14) not > recover-from-stamp
        add 1 to recover-early-count
    else
    if aw-timestamp(1:14) > recover-to-stamp
        add 1 to recover-late-count
    else
    if aw-operation-type = "DELETE"
        perform replay-delete-line
    else
    if aw-operation-type = "ADD"
        and aw-field-changed = "NEW RECORD"
            perform replay-new-record-line
    else
    if aw-operation-type = "ADD" or aw-operation-type = "UPDATE"
        perform replay-field-line
    else
        add 1 to recover-other-count
    end-if
    end-if
    end-if
    end-if
    end-if.

replay-new-record-line.
    move aw-employee-id to rcv-employee-id.
    read recovery-file
        key is rcv-employee-id
        invalid key
            move spaces to recovery-record
            move aw-employee-id to rcv-employee-id
            move aw-new-value to rcv-name
            write recovery-record
                invalid key
                    move "COULD NOT ADD RECORD" to recover-reason
                    perform list-unappliable-line
                not invalid key
                    add 1 to recover-add-count
            end-write
        not invalid key
            if rcv-name = aw-new-value
                add 1 to recover-already-count
            else
                move "RECORD ALREADY ON FILE" to recover-reason
                perform list-unappliable-line
            end-if
    end-read.

*> a delete of a record already gone has nothing left to do
replay-delete-line.
    move aw-employee-id to rcv-employee-id.
    read recovery-file
        key is rcv-employee-id
        invalid key
            add 1 to recover-already-count
        not invalid key
            delete recovery-file record
                invalid key
                    move "COULD NOT DELETE RECORD" to recover-reason
                    perform list-unappliable-line
                not invalid key
                    add 1 to recover-delete-count
            end-delete
    end-read.

*> lines for fields that are not on the master (a booking status,
*> say) are skipped before the record is looked for
replay-field-line.
    perform get-recovery-field.
    if recover-field-known = "N"
        add 1 to recover-other-count
    else
        move aw-employee-id to rcv-employee-id
        read recovery-file
            key is rcv-employee-id
            invalid key
                move "RECORD NOT ON FILE" to recover-reason
                perform list-unappliable-line
            not invalid key
                perform apply-recovery-field
        end-read
    end-if.

apply-recovery-field.
    perform get-recovery-field.
    if recover-current-value = aw-new-value
        add 1 to recover-already-count
    else
    if recover-current-value not = aw-old-value
        move "FIELD DOES NOT HOLD OLD VALUE" to recover-reason
        perform list-unappliable-line
    else
        perform put-recovery-field
        rewrite recovery-record
            invalid key
                move "COULD NOT REWRITE RECORD" to recover-reason
                perform list-unappliable-line
            not invalid key
                if aw-operation-type = "ADD"
                    add 1 to recover-add-count
                else
                    add 1 to recover-update-count
                end-if
        end-rewrite
    end-if
    end-if.

get-recovery-field.
    move "Y" to recover-field-known.
    move spaces to recover-current-value.
    if aw-field-changed = "NAME-OF-EMPLOYEE"
        move rcv-name to recover-current-value
    else
    if aw-field-changed = "VACCINE-STATUS"
        move rcv-status to recover-current-value
    else
    if aw-field-changed = "DATE-FIRST-DOSE"
        move rcv-date-first to recover-current-value
    else
    if aw-field-changed = "BRAND-FIRST-DOSE"
        move rcv-brand-first to recover-current-value
    else
    if aw-field-changed = "LOT-FIRST-DOSE"
        move rcv-lot-first to recover-current-value
    else
    if aw-field-changed = "DATE-SECOND-DOSE"
        move rcv-date-second to recover-current-value
    else
    if aw-field-changed = "BRAND-SECOND-DOSE"
        move rcv-brand-second to recover-current-value
    else
    if aw-field-changed = "LOT-SECOND-DOSE"
        move rcv-lot-second to recover-current-value
    else
    if aw-field-changed = "DATE-THIRD-DOSE"
        move rcv-date-third to recover-current-value
    else
    if aw-field-changed = "BRAND-THIRD-DOSE"
        move rcv-brand-third to recover-current-value
    else
    if aw-field-changed = "LOT-THIRD-DOSE"
        move rcv-lot-third to recover-current-value
    else
    if aw-field-changed = review-date-field-name
        move rcv-review-date to recover-current-value
    else
    if aw-field-changed = "DEPARTMENT"
        move rcv-department to recover-current-value
    else
        move "N" to recover-field-known
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

put-recovery-field.
    if aw-field-changed = "NAME-OF-EMPLOYEE"
        move aw-new-value to rcv-name
    else
    if aw-field-changed = "VACCINE-STATUS"
        move aw-new-value to rcv-status
    else
    if aw-field-changed = "DATE-FIRST-DOSE"
        move aw-new-value to rcv-date-first
    else
    if aw-field-changed = "BRAND-FIRST-DOSE"
        move aw-new-value to rcv-brand-first
    else
    if aw-field-changed = "LOT-FIRST-DOSE"
        move aw-new-value to rcv-lot-first
    else
    if aw-field-changed = "DATE-SECOND-DOSE"
        move aw-new-value to rcv-date-second
    else
    if aw-field-changed = "BRAND-SECOND-DOSE"
        move aw-new-value to rcv-brand-second
    else
    if aw-field-changed = "LOT-SECOND-DOSE"
        move aw-new-value to rcv-lot-second
    else
    if aw-field-changed = "DATE-THIRD-DOSE"
        move aw-new-value to rcv-date-third
    else
    if aw-field-changed = "BRAND-THIRD-DOSE"
        move aw-new-value to rcv-brand-third
    else
    if aw-field-changed = "LOT-THIRD-DOSE"
        move aw-new-value to rcv-lot-third
    else
    if aw-field-changed = review-date-field-name
        move aw-new-value to rcv-review-date
    else
    if aw-field-changed = "DEPARTMENT"
        move aw-new-value to rcv-department
    else
        continue
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

list-unappliable-line.
    add 1 to recover-unappliable-count.
    display aw-employee-id " " aw-timestamp(1:14) " "
        aw-operation-type " " aw-field-changed " - " recover-reason.
    move aw-employee-id to rcl-id.
    move aw-timestamp(1:14) to rcl-stamp.
    move aw-operation-type to rcl-op.
    move aw-field-changed to rcl-field.
    move recover-reason to rcl-reason.
    write recovery-report-line from recover-detail-line.
    add 1 to report-line-count.
    if report-line-count >= report-lines-per-page
        perform recovery-report-heading.

copy-recovery-to-live.
    open input recovery-file.
    open output vaccination-file.
    move "N" to end-of-recovery-file.
    perform read-recovery-record.
    perform copy-one-recovered-record
        until end-of-recovery-file = "Y".
    perform closing-procedure.
    close recovery-file.

read-recovery-record.
    read recovery-file next record
        at end
                move "Y" to end-of-recovery-file.

copy-one-recovered-record.
    move recovery-record to vaccine-record.
    write vaccine-record
        invalid key
            display "Could not restore employee " employee-id
        not invalid key
            add 1 to recover-written-count
    end-write.
    perform read-recovery-record.

write-recovery-totals.
    move spaces to recovery-report-line.
    write recovery-report-line.
    move "RECORDS LOADED FROM BACKUP" to rtotl-label.
    move recover-loaded-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "RECORDS THE BACKUP COULD NOT LOAD" to rtotl-label.
    move recover-load-reject-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "AUDIT LINES READ" to rtotl-label.
    move recover-read-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "APPLIED - ADD" to rtotl-label.
    move recover-add-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "APPLIED - UPDATE" to rtotl-label.
    move recover-update-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "APPLIED - DELETE" to rtotl-label.
    move recover-delete-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "SKIPPED - TAKEN BEFORE THE BACKUP" to rtotl-label.
    move recover-early-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "SKIPPED - AFTER THE CUT-OFF" to rtotl-label.
    move recover-late-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "SKIPPED - NOT A MASTER CHANGE" to rtotl-label.
    move recover-other-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "SKIPPED - ALREADY IN EFFECT" to rtotl-label.
    move recover-already-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    move "UNAPPLIABLE" to rtotl-label.
    move recover-unappliable-count to rtotl-count.
    write recovery-report-line from recover-total-line.
    if recover-target = "L"
        move "RECORDS WRITTEN TO THE LIVE FILE" to rtotl-label
        move recover-written-count to rtotl-count
        write recovery-report-line from recover-total-line
    end-if.
    move spaces to recovery-report-line.
    write recovery-report-line.
    move "END OF REPORT" to recovery-report-line.
    write recovery-report-line.

*> the scratch copy answers "what did this record look like then"
show-recovered-records.
    display " ".
    display "Recovered copy kept in vaccination-recovery.txt".
    open input recovery-file.
    move 1 to recover-show-id.
    perform show-one-recovered-record until recover-show-id = zero.
    close recovery-file.

show-one-recovered-record.
    display " ".
    display "Employee ID to show from the recovered copy, 0 to finish:".
    accept recover-show-id.
    if recover-show-id not = zero
        move recover-show-id to rcv-employee-id
        read recovery-file
            key is rcv-employee-id
            invalid key
                display "Employee not on the recovered copy"
            not invalid key
                display "Name        : " rcv-name
                display "Status      : " rcv-status
                display "Department  : " rcv-department
                display "First dose  : " rcv-date-first " "
                    rcv-brand-first " " rcv-lot-first
                display "Second dose : " rcv-date-second " "
                    rcv-brand-second " " rcv-lot-second
                display "Third dose  : " rcv-date-third " "
                    rcv-brand-third " " rcv-lot-third
                display "Review date : " rcv-review-date
        end-read
    end-if.

*> maker-checker: a delete, a leaver purge or an exemption is held
*> as a pending item instead of being applied; only one request of
*> each kind may wait for an employee at a time
queue-exemption-request.
    move "E" to pending-type-hold.
    perform queue-pending-request.
    if pending-queued-flag = "Y"
        display " "
        display "Exemption for " employee-id
            " is waiting for a second supervisor to approve"
    end-if.
    move audit-old-value-ws to vaccine-status.
    move old-review-hold to exemption-review-date.

queue-pending-request.
    move "N" to pending-queued-flag.
    perform check-pending-employee.
    if pending-found-flag = "Y"
        display "Employee " employee-id
            " already has this request waiting for approval"
    else
        move function current-date to current-date-info
        move spaces to pending-record
        move current-date-info(1:16) to pend-stamp
        move employee-id to pend-employee-id
        move pending-type-hold to pend-type
        move name-of-employee to pend-name
        if pending-type-hold = "E"
            move audit-old-value-ws to pend-old-status
            move vaccine-status to pend-new-status
            move exemption-review-date to pend-review-date
        else
            move vaccine-status to pend-old-status
        end-if
        move signed-on-operator to pend-requested-by
        move "P" to pend-state
        open i-o pending-approval-file
        write pending-record
            invalid key
                display "Error: could not queue the request."
            not invalid key
                move "Y" to pending-queued-flag
        end-write
        close pending-approval-file
    end-if.

check-pending-employee.
    move "N" to pending-found-flag.
    open input pending-approval-file.
    move "N" to end-of-pending-file.
    perform read-pending-record.
    perform match-pending-employee
        until end-of-pending-file = "Y"
            or pending-found-flag = "Y".
    close pending-approval-file.

match-pending-employee.
    if pend-employee-id = employee-id
        and pend-type = pending-type-hold
        and pend-state = "P"
            move "Y" to pending-found-flag
    end-if.
    perform read-pending-record.

read-pending-record.
    read pending-approval-file next record
        at end
                move "Y" to end-of-pending-file.

approval-queue-subsystem.
    display " ".
    display "1. Approve or reject pending items".
    display "2. List pending items".
    display "3. Report of items pending more than 5 days".
    display " ".
    display "Which would you like? :".
    accept approval-choice.
    if approval-choice = 1
        perform review-pending-items
    else
    if approval-choice = 2
        perform list-pending-items
    else
    if approval-choice = 3
        perform pending-overdue-report
    else
        display "Wrong input. Please try again"
    end-if
    end-if
    end-if.

*> the supervisor who asked for a change can never approve it;
*> their own items are shown and left for someone else
review-pending-items.
    move zero to pending-counters.
    open i-o pending-approval-file.
    perform opening-procedure.
    move "N" to end-of-pending-file.
    perform read-pending-record.
    perform review-one-pending-item until end-of-pending-file = "Y".
    perform closing-procedure.
    close pending-approval-file.
    display " ".
    display "Approval control totals".
    move pending-listed-count to pending-count-display.
    display "Items pending          : " pending-count-display.
    move pending-approved-count to pending-count-display.
    display "Approved and applied   : " pending-count-display.
    move pending-rejected-count to pending-count-display.
    display "Rejected               : " pending-count-display.
    move pending-closed-count to pending-count-display.
    display "Closed, not applicable : " pending-count-display.
    move pending-own-count to pending-count-display.
    display "Own requests left      : " pending-count-display.

review-one-pending-item.
    if pend-state = "P"
        add 1 to pending-listed-count
        perform show-pending-item
        if pend-requested-by = signed-on-operator
            display "   your own request - another supervisor must"
                " decide it"
            add 1 to pending-own-count
        else
            perform decide-pending-item
        end-if
    end-if.
    perform read-pending-record.

decide-pending-item.
    display "A - approve, R - reject, anything else leaves it pending".
    accept approval-decision.
    if approval-decision = "a"
        move "A" to approval-decision.
    if approval-decision = "r"
        move "R" to approval-decision.
    if approval-decision = "A"
        perform apply-pending-item
    else
    if approval-decision = "R"
        perform reject-pending-item
    end-if
    end-if.

show-pending-item.
    perform set-pending-type-text.
    perform set-pending-age.
    display " ".
    display pend-employee-id " " pend-name " - " pending-type-text.
    if pend-type = "E"
        display "   status " pend-old-status " to " pend-new-status
            "  review date " pend-review-date
    end-if.
    display "   asked for by " pend-requested-by " on "
        pend-stamp(7:2) "/" pend-stamp(5:2) "/" pend-stamp(1:4)
        ", " pending-age-display " day(s) ago".

set-pending-type-text.
    if pend-type = "D"
        move "DELETE RECORD" to pending-type-text
    else
    if pend-type = "P"
        move "LEAVER PURGE" to pending-type-text
    else
        move "EXEMPTION" to pending-type-text
    end-if
    end-if.

set-pending-age.
    move function current-date to current-date-info.
    move current-date-info(1:8) to dw-today-yyyymmdd.
    move pend-stamp(1:8) to dw-yyyymmdd.
    compute pending-age-days =
        function integer-of-date(dw-today-yyyymmdd)
            - function integer-of-date(dw-yyyymmdd).
    move pending-age-days to pending-age-display.

*> an approved change is applied and audited under the requester
*> as operator and the signed-on supervisor as approver; a record
*> that has gone or changed since the request closes the item
*> unapplied
apply-pending-item.
    move "N" to pending-applied-flag.
    move pend-requested-by to audit-requester-ws.
    move signed-on-operator to audit-approver-ws.
    move pend-employee-id to employee-id.
    read vaccination-file
        key is employee-id
        invalid key
            display "Employee is no longer on file - request closed"
        not invalid key
            if pend-type = "E"
                perform apply-pending-exemption
            else
                perform apply-pending-delete
            end-if
    end-read.
    move spaces to audit-requester-ws.
    move spaces to audit-approver-ws.
    if pending-applied-flag = "Y"
        move "A" to pend-state
        add 1 to pending-approved-count
    else
        move "X" to pend-state
        add 1 to pending-closed-count
    end-if.
    perform record-pending-decision.

*> a leaver purge is only carried out if the employee is still
*> missing from the HR roster on the day it is approved
apply-pending-delete.
    if pend-type = "P"
        perform find-roster-employee
        if roster-lookup-empty = "Y"
            display "HR roster file is empty - cannot confirm the "
                "leaver, request closed"
        else
        if roster-lookup-found = "Y"
            display "Employee is back on the HR roster - request closed"
        else
            perform archive-approved-leaver
            perform delete-pending-record
        end-if
        end-if
    else
        perform delete-pending-record
    end-if.

delete-pending-record.
    move name-of-employee to audit-old-value-ws.
    delete vaccination-file record
        invalid key
            display "Error: could not delete record."
        not invalid key
            move "ALL FIELDS" to audit-field-changed-ws
            move spaces to audit-new-value-ws
            move "DELETE" to audit-operation-type-ws
            perform write-audit-record
            move "Y" to pending-applied-flag
            display "Data for " employee-id " has been deleted"
    end-delete.

find-roster-employee.
    move "N" to roster-lookup-found.
    move "Y" to roster-lookup-empty.
    move "N" to end-of-roster-lookup.
    open input hr-roster-file.
    perform read-roster-lookup.
    perform check-roster-lookup
        until end-of-roster-lookup = "Y" or roster-lookup-found = "Y".
    close hr-roster-file.

check-roster-lookup.
    move "N" to roster-lookup-empty.
    if roster-employee-id = pend-employee-id
        move "Y" to roster-lookup-found
    else
        perform read-roster-lookup
    end-if.

read-roster-lookup.
    read hr-roster-file
        at end
            move "Y" to end-of-roster-lookup.

*> approved leavers go to the dated archive for the day of approval
archive-approved-leaver.
    move function current-date to current-date-info.
    move spaces to leaver-archive-file-name.
    string
        "C:\Users\Desktop\COBOL\leaver-archive-" delimited by size
        current-date-info(1:8) delimited by size
        ".txt" delimited by size
        into leaver-archive-file-name.
    open extend leaver-archive-file.
    move vaccine-record to leaver-archive-record.
    write leaver-archive-record.
    close leaver-archive-file.
    display "Archived to " leaver-archive-file-name.

*> the status must still be what it was when the change was asked
*> for, so an old approval cannot overwrite a later change
apply-pending-exemption.
    if vaccine-status not = pend-old-status
        display "Status is now " vaccine-status " not "
            pend-old-status " - record changed since the request,"
        display "request closed"
    else
        perform update-pending-exemption
    end-if.

update-pending-exemption.
    move vaccine-status to audit-old-value-ws.
    move exemption-review-date to old-review-hold.
    move pend-new-status to vaccine-status.
    move pend-review-date to exemption-review-date.
    rewrite vaccine-record
        invalid key
            display "Error: could not update record."
        not invalid key
            move "VACCINE-STATUS" to audit-field-changed-ws
            move vaccine-status to audit-new-value-ws
            move "UPDATE" to audit-operation-type-ws
            perform write-audit-record
            if exemption-review-date not = old-review-hold
                move review-date-field-name to audit-field-changed-ws
                move old-review-hold to audit-old-value-ws
                move exemption-review-date to audit-new-value-ws
                perform write-audit-record
            end-if
            move "Y" to pending-applied-flag
            display "Updated Record"
            display employee-id, name-of-employee,
                vaccine-status, exemption-review-date
    end-rewrite.

*> a rejection changes nothing on the master but is audited so
*> the log shows who asked and who refused
reject-pending-item.
    move "R" to pend-state.
    add 1 to pending-rejected-count.
    move pend-employee-id to employee-id.
    move pending-type-text to audit-field-changed-ws.
    move pend-old-status to audit-old-value-ws.
    move pend-new-status to audit-new-value-ws.
    move "REJECT" to audit-operation-type-ws.
    move pend-requested-by to audit-requester-ws.
    move signed-on-operator to audit-approver-ws.
    perform write-audit-record.
    move spaces to audit-requester-ws.
    move spaces to audit-approver-ws.
    perform record-pending-decision.
    display "Request rejected".

record-pending-decision.
    move signed-on-operator to pend-decided-by.
    move function current-date to current-date-info.
    move current-date-info(1:16) to pend-decided-stamp.
    rewrite pending-record
        invalid key
            display "Error: could not record the decision."
    end-rewrite.

list-pending-items.
    move zero to pending-counters.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Items Waiting for Approval".
    open input pending-approval-file.
    move "N" to end-of-pending-file.
    perform read-pending-record.
    perform list-one-pending-item until end-of-pending-file = "Y".
    close pending-approval-file.
    display " ".
    move pending-listed-count to pending-count-display.
    display "Items pending : " pending-count-display.

list-one-pending-item.
    if pend-state = "P"
        add 1 to pending-listed-count
        perform show-pending-item
    end-if.
    perform read-pending-record.

*> auditors' follow-up list: anything still undecided after the
*> allowed number of days
pending-overdue-report.
    move zero to pending-counters.
    open input pending-approval-file.
    open output pending-report-file.
    perform set-report-run-date.
    move zero to report-page-number.
    perform pending-report-heading.
    move "N" to end-of-pending-file.
    perform read-pending-record.
    perform check-overdue-pending until end-of-pending-file = "Y".
    close pending-approval-file.
    move spaces to pending-report-line.
    write pending-report-line.
    move pending-listed-count to report-count-display.
    move spaces to pending-report-line.
    string
        "END OF REPORT - ITEMS PENDING     : " delimited by size
        report-count-display delimited by size
        into pending-report-line.
    write pending-report-line.
    move pending-late-count to report-count-display.
    move spaces to pending-report-line.
    string
        "                OVER 5 DAYS       : " delimited by size
        report-count-display delimited by size
        into pending-report-line.
    write pending-report-line.
    close pending-report-file.
    display " ".
    move pending-late-count to pending-count-display.
    display "Items pending more than 5 days : " pending-count-display.
    display "Filed copy written to pending-approvals-overdue.txt".

pending-report-heading.
    add 1 to report-page-number.
    move report-page-number to rtl-page.
    move "FAMILY CO. Ltd. APPROVALS PENDING OVER 5 DAYS" to rtl-title.
    move report-run-date to rtl-run-date.
    write pending-report-line from report-title-line.
    move spaces to pending-report-line.
    write pending-report-line.
    write pending-report-line from pending-column-headings.
    move spaces to pending-report-line.
    write pending-report-line.
    move zero to report-line-count.

check-overdue-pending.
    if pend-state = "P"
        add 1 to pending-listed-count
        perform set-pending-age
        if pending-age-days > pending-overdue-days
            add 1 to pending-late-count
            perform set-pending-type-text
            move pend-employee-id to pdl-id
            move pend-name to pdl-name
            move pending-type-text to pdl-type
            move pend-new-status to pdl-status
            move pend-requested-by to pdl-requested-by
            move spaces to pdl-date
            string
                pend-stamp(7:2) "/" pend-stamp(5:2) "/"
                    pend-stamp(1:4) delimited by size
                into pdl-date
            move pending-age-days to pdl-days
            write pending-report-line from pending-detail-line
            display pend-employee-id " " pend-name " "
                pending-type-text " " pending-age-display " days"
            add 1 to report-line-count
            if report-line-count >= report-lines-per-page
                perform pending-report-heading
            end-if
        end-if
    end-if.
    perform read-pending-record.

*> month-end compliance snapshot: the department tally used by
*> the per-department report, plus the overdue second doses, is
*> stored for the current period; a second run in the same month
*> replaces that month's rows with the later position
take-compliance-snapshot.
    move function current-date to current-date-info.
    move current-date-info(1:6) to snapshot-period.
    move current-date-info(1:16) to snapshot-taken-hold.
    move current-date-info(1:8) to dw-today-yyyymmdd.
    compute dw-today-days = function integer-of-date(dw-today-yyyymmdd).
    move zero to dept-count.
    move "N" to dept-overflow-flag.
    move zero to summary-complete-count.
    move zero to summary-not-complete-count.
    move zero to summary-medical-count.
    move zero to summary-other-exempt-count.
    move zero to summary-declined-count.
    move zero to summary-total-count.
    move zero to summary-overdue-count.
    open input vaccination-file.
    move "N" to end-of-file.
    perform read-record.
    perform tally-snapshot-record until end-of-file = "Y".
    perform closing-procedure.
    move zero to snapshot-row-count.
    open i-o compliance-snapshot-file.
    perform store-department-snapshot
        varying dept-index from 1 by 1
        until dept-index > dept-count.
    move "ALL " to snap-department.
    move summary-complete-count to snap-complete.
    move summary-not-complete-count to snap-not-complete.
    move summary-medical-count to snap-medical.
    move summary-other-exempt-count to snap-other.
    move summary-declined-count to snap-declined.
    move summary-total-count to snap-total.
    move summary-overdue-count to snap-overdue.
    perform store-snapshot-row.
    close compliance-snapshot-file.
    if dept-overflow-flag = "Y"
        display "WARNING: MORE DEPARTMENT CODES THAN THE TABLE"
        display "HOLDS - SOME DEPARTMENTS ARE NOT IN THE SNAPSHOT".
    move snapshot-row-count to recall-match-display.
    display "Compliance snapshot for period " snapshot-period
        " stored, rows : " recall-match-display.

*> overdue is judged the same way as the second dose overdue
*> report: NC with a first dose only, past the brand's interval
tally-snapshot-record.
    perform find-department-slot.
    if vaccine-status = "NC   "
        and date-first-dose not = spaces
        and date-second-dose = spaces
            move date-first-dose(1:2) to dw-day
            move date-first-dose(4:2) to dw-month
            move date-first-dose(7:4) to dw-year
            compute dw-yyyymmdd =
                dw-year * 10000 + dw-month * 100 + dw-day
            compute dw-first-dose-days =
                function integer-of-date(dw-yyyymmdd)
            compute dw-elapsed-days =
                dw-today-days - dw-first-dose-days
            move brand-first-dose to verify-brand-field
            perform brand-name-lookup
            move brand-interval-hold to effective-dose-interval
            if dw-elapsed-days > effective-dose-interval
                add 1 to summary-overdue-count
                if dept-slot > zero
                    add 1 to dept-overdue-count(dept-slot)
                end-if
            end-if
    end-if.
    perform tally-department-status.

store-department-snapshot.
    move dept-code-entry(dept-index) to snap-department.
    move dept-complete-count(dept-index) to snap-complete.
    move dept-not-complete-count(dept-index) to snap-not-complete.
    move dept-medical-count(dept-index) to snap-medical.
    move dept-other-count(dept-index) to snap-other.
    move dept-declined-count(dept-index) to snap-declined.
    move dept-total-count(dept-index) to snap-total.
    move dept-overdue-count(dept-index) to snap-overdue.
    perform store-snapshot-row.

store-snapshot-row.
    move snapshot-period to snap-period.
    move snapshot-source to snap-source.
    move snapshot-taken-hold to snap-taken.
    write snapshot-record
        invalid key
            rewrite snapshot-record
                invalid key
                    display "Error: could not store the snapshot for "
                        snap-department
                not invalid key
                    add 1 to snapshot-row-count
            end-rewrite
        not invalid key
            add 1 to snapshot-row-count
    end-write.

*> the night run takes the snapshot only on the last day of the
*> month, i.e. when tomorrow is the 1st
check-month-end.
    move "N" to month-end-flag.
    move function current-date to current-date-info.
    move current-date-info(1:8) to dw-today-yyyymmdd.
    compute snapshot-tomorrow = function date-of-integer(
        function integer-of-date(dw-today-yyyymmdd) + 1).
    if snapshot-tomorrow(7:2) = "01"
        move "Y" to month-end-flag
    end-if.

read-snapshot-record.
    read compliance-snapshot-file next record
        at end
                move "Y" to end-of-snapshot-file.

*> trend report: the first pass keeps the latest 12 periods on
*> file, the second collects the departments seen in them, then
*> each section is filled by direct reads on period + department
compliance-trend-report.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Compliance Trend Report".
    display " ".
    move zero to trend-period-count.
    move zero to trend-dept-count.
    move zero to trend-drop-count.
    move "N" to trend-overflow-flag.
    open input compliance-snapshot-file.
    move "N" to end-of-snapshot-file.
    perform read-snapshot-record.
    perform collect-trend-period until end-of-snapshot-file = "Y".
    close compliance-snapshot-file.
    if trend-period-count = zero
        display "NO MONTH-END SNAPSHOTS ON FILE YET"
    else
        open input compliance-snapshot-file
        move "N" to end-of-snapshot-file
        perform read-snapshot-record
        perform collect-trend-department
            until end-of-snapshot-file = "Y"
        open output trend-report-file
        perform set-report-run-date
        move zero to report-page-number
        perform trend-report-heading
        move "ALL " to trend-section-code
        perform write-trend-section
        perform write-department-trend
            varying trend-d-index from 1 by 1
            until trend-d-index > trend-dept-count
        perform write-trend-totals
        close trend-report-file
        close compliance-snapshot-file
        if trend-overflow-flag = "Y"
            display "WARNING: MORE DEPARTMENT CODES THAN THE TABLE"
            display "HOLDS - SOME DEPARTMENTS ARE NOT LISTED"
        end-if
        move trend-drop-count to recall-match-display
        display "Departments with a falling completion rate : "
            recall-match-display
        display "Filed copy written to compliance-trend-report.txt"
    end-if.

collect-trend-period.
    if trend-period-count = zero
        move 1 to trend-period-count
        move snap-period to trend-period(1)
    else
        if snap-period not = trend-period(trend-period-count)
            perform add-trend-period
        end-if
    end-if.
    perform read-snapshot-record.

add-trend-period.
    if trend-period-count < 12
        add 1 to trend-period-count
    else
        perform shift-trend-period
            varying trend-p-index from 1 by 1
            until trend-p-index > 11
    end-if.
    move snap-period to trend-period(trend-period-count).

shift-trend-period.
    move trend-period(trend-p-index + 1) to trend-period(trend-p-index).

collect-trend-department.
    if snap-period >= trend-period(1)
        and snap-department not = "ALL "
            perform find-trend-department
    end-if.
    perform read-snapshot-record.

*> departments are kept in code order, so a department that first
*> appears in a later period is slotted into place
find-trend-department.
    move zero to trend-d-slot.
    perform place-trend-department
        varying trend-d-index from 1 by 1
        until trend-d-index > trend-dept-count
            or trend-d-slot > zero.
    if trend-d-slot = zero
        if trend-dept-count < 100
            add 1 to trend-dept-count
            move snap-department to trend-dept-code(trend-dept-count)
        else
            move "Y" to trend-overflow-flag
        end-if
    else
        if trend-dept-code(trend-d-slot) not = snap-department
            if trend-dept-count < 100
                perform shift-trend-department
                    varying trend-shift-index from trend-dept-count
                        by -1
                    until trend-shift-index < trend-d-slot
                add 1 to trend-dept-count
                move snap-department to trend-dept-code(trend-d-slot)
            else
                move "Y" to trend-overflow-flag
            end-if
        end-if
    end-if.

place-trend-department.
    if trend-dept-code(trend-d-index) >= snap-department
        move trend-d-index to trend-d-slot.

shift-trend-department.
    move trend-dept-code(trend-shift-index)
        to trend-dept-code(trend-shift-index + 1).

trend-report-heading.
    add 1 to report-page-number.
    move report-page-number to rtl-page.
    move "FAMILY CO. Ltd. COMPLIANCE TREND - LAST 12 MONTHS"
        to rtl-title.
    move report-run-date to rtl-run-date.
    write trend-report-line from report-title-line.
    move spaces to trend-report-line.
    write trend-report-line.
    move zero to report-line-count.

write-department-trend.
    move trend-dept-code(trend-d-index) to trend-section-code.
    perform write-trend-section.

*> one section per department: the counts for each period, the
*> completion rate and its change on the month before; a section
*> whose latest rate is below the month before is flagged
write-trend-section.
    perform load-trend-cell
        varying trend-p-index from 1 by 1
        until trend-p-index > trend-period-count.
    move "N" to trend-drop-flag.
    if trend-period-count > 1
        if tc-present(trend-period-count) = "Y"
            and tc-present(trend-period-count - 1) = "Y"
            and tc-total(trend-period-count) > zero
            and tc-total(trend-period-count - 1) > zero
            and tc-rate(trend-period-count)
                < tc-rate(trend-period-count - 1)
                    move "Y" to trend-drop-flag
        end-if
    end-if.
    if report-line-count + 12 > report-lines-per-page
        perform trend-report-heading
    end-if.
    move spaces to trend-section-line.
    if trend-section-code = "ALL "
        move "COMPANY" to tsl-label
        move "ALL STAFF" to tsl-code
    else
        move "DEPARTMENT" to tsl-label
        move trend-section-code to tsl-code
    end-if.
    if trend-drop-flag = "Y"
        move "*** COMPLETION RATE DROPPED ***" to tsl-flag
        add 1 to trend-drop-count
        move trend-section-code to trend-drop-code(trend-drop-count)
        display "Completion rate dropped : " tsl-code
    end-if.
    write trend-report-line from trend-section-line.
    move spaces to trend-print-line.
    move "PERIOD" to tpl-label.
    perform build-trend-period-heading
        varying trend-p-index from 1 by 1
        until trend-p-index > trend-period-count.
    write trend-report-line from trend-print-line.
    perform write-trend-row
        varying trend-row-type from 1 by 1
        until trend-row-type > 9.
    move spaces to trend-report-line.
    write trend-report-line.
    add 12 to report-line-count.

load-trend-cell.
    move trend-section-code to snap-department.
    move trend-period(trend-p-index) to snap-period.
    read compliance-snapshot-file
        key is snap-key
        invalid key
            move "N" to tc-present(trend-p-index)
        not invalid key
            move "Y" to tc-present(trend-p-index)
            move snap-complete to tc-complete(trend-p-index)
            move snap-not-complete to tc-not-complete(trend-p-index)
            move snap-medical to tc-medical(trend-p-index)
            move snap-other to tc-other(trend-p-index)
            move snap-declined to tc-declined(trend-p-index)
            move snap-total to tc-total(trend-p-index)
            move snap-overdue to tc-overdue(trend-p-index)
            if snap-total > zero
                compute tc-rate(trend-p-index) rounded =
                    (snap-complete / snap-total) * 100
            else
                move zero to tc-rate(trend-p-index)
            end-if
    end-read.

build-trend-period-heading.
    move spaces to tpl-value(trend-p-index).
    string
        trend-period(trend-p-index)(5:2) delimited by size
        "/" delimited by size
        trend-period(trend-p-index)(1:4) delimited by size
        into tpl-value(trend-p-index).

write-trend-row.
    move spaces to trend-print-line.
    if trend-row-type = 1
        move "COMPLETE  C" to tpl-label
    else
    if trend-row-type = 2
        move "NOT COMPLETE NC" to tpl-label
    else
    if trend-row-type = 3
        move "MED EXEMPT  ME" to tpl-label
    else
    if trend-row-type = 4
        move "OTHER EXEMPT OE" to tpl-label
    else
    if trend-row-type = 5
        move "DECLINED  DE" to tpl-label
    else
    if trend-row-type = 6
        move "TOTAL STAFF" to tpl-label
    else
    if trend-row-type = 7
        move "OVERDUE DOSE 2" to tpl-label
    else
    if trend-row-type = 8
        move "COMPLETION %" to tpl-label
    else
        move "CHANGE ON MONTH" to tpl-label
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.
    perform build-trend-cell
        varying trend-p-index from 1 by 1
        until trend-p-index > trend-period-count.
    write trend-report-line from trend-print-line.

build-trend-cell.
    if tc-present(trend-p-index) = "N"
        move "      -" to tpl-value(trend-p-index)
    else
    if trend-row-type = 1
        move tc-complete(trend-p-index) to trend-count-edit
        move trend-count-edit to tpl-value(trend-p-index)
    else
    if trend-row-type = 2
        move tc-not-complete(trend-p-index) to trend-count-edit
        move trend-count-edit to tpl-value(trend-p-index)
    else
    if trend-row-type = 3
        move tc-medical(trend-p-index) to trend-count-edit
        move trend-count-edit to tpl-value(trend-p-index)
    else
    if trend-row-type = 4
        move tc-other(trend-p-index) to trend-count-edit
        move trend-count-edit to tpl-value(trend-p-index)
    else
    if trend-row-type = 5
        move tc-declined(trend-p-index) to trend-count-edit
        move trend-count-edit to tpl-value(trend-p-index)
    else
    if trend-row-type = 6
        move tc-total(trend-p-index) to trend-count-edit
        move trend-count-edit to tpl-value(trend-p-index)
    else
    if trend-row-type = 7
        move tc-overdue(trend-p-index) to trend-count-edit
        move trend-count-edit to tpl-value(trend-p-index)
    else
    if trend-row-type = 8
        if tc-total(trend-p-index) > zero
            move tc-rate(trend-p-index) to trend-rate-edit
            move trend-rate-edit to tpl-value(trend-p-index)
        else
            move "    N/A" to tpl-value(trend-p-index)
        end-if
    else
        perform build-trend-change
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

*> the change needs a rate for this period and the one before
build-trend-change.
    move spaces to tpl-value(trend-p-index).
    if trend-p-index > 1
        if tc-present(trend-p-index - 1) = "Y"
            and tc-total(trend-p-index) > zero
            and tc-total(trend-p-index - 1) > zero
                compute trend-change =
                    tc-rate(trend-p-index) - tc-rate(trend-p-index - 1)
                move trend-change to trend-change-edit
                move trend-change-edit to tpl-value(trend-p-index)
        end-if
    end-if.

write-trend-totals.
    move trend-drop-count to report-count-display.
    move spaces to trend-report-line.
    string
        "DEPARTMENTS WITH A FALLING COMPLETION RATE : "
            delimited by size
        report-count-display delimited by size
        into trend-report-line.
    write trend-report-line.
    perform write-trend-drop-line
        varying trend-d-index from 1 by 1
        until trend-d-index > trend-drop-count.
    move spaces to trend-report-line.
    write trend-report-line.
    move "END OF REPORT" to trend-report-line.
    write trend-report-line.

write-trend-drop-line.
    move spaces to trend-report-line.
    if trend-drop-code(trend-d-index) = "ALL "
        move "    WHOLE COMPANY" to trend-report-line
    else
        string
            "    " delimited by size
            trend-drop-code(trend-d-index) delimited by size
            into trend-report-line
    end-if.
    write trend-report-line.

*> adverse reactions: keyed against a dose on the master, and the
*> brand and lot signal report
reaction-subsystem.
    display " ".
    display "1. Record an adverse reaction to a dose".
    display "2. Reaction signal report by brand and lot".
    display " ".
    display "Which would you like? :".
    accept reaction-choice.
    if reaction-choice = 1
        perform record-adverse-reaction
    else
    if reaction-choice = 2
        perform reaction-signal-report
    else
        display "Wrong input. Please try again"
    end-if
    end-if.

record-adverse-reaction.
    display " ".
    display "Employee ID :".
    accept reaction-id-input.
    display "Dose number 1, 2 or 3 :".
    accept reaction-dose-input.
    move "N" to reaction-found-flag.
    move spaces to reaction-dose-date.
    open input vaccination-file.
    move reaction-id-input to employee-id.
    read vaccination-file
        key is employee-id
        invalid key
            move "N" to reaction-found-flag
        not invalid key
            move "Y" to reaction-found-flag
            perform get-reaction-dose
    end-read.
    perform closing-procedure.
    if reaction-found-flag = "N"
        display "EMPLOYEE IS NOT ON THE VACCINATION FILE"
    else
    if reaction-dose-input < 1 or reaction-dose-input > 3
        display "DOSE NUMBER MUST BE 1, 2 OR 3"
    else
    if reaction-dose-date = spaces
        display "DOSE " reaction-dose-input
            " IS NOT RECORDED FOR THIS EMPLOYEE"
    else
        perform key-reaction-details
    end-if
    end-if
    end-if.

get-reaction-dose.
    if reaction-dose-input = 1
        move date-first-dose to reaction-dose-date
        move brand-first-dose to reaction-dose-brand
        move lot-first-dose to reaction-dose-lot
    else
    if reaction-dose-input = 2
        move date-second-dose to reaction-dose-date
        move brand-second-dose to reaction-dose-brand
        move lot-second-dose to reaction-dose-lot
    else
    if reaction-dose-input = 3
        move date-third-dose to reaction-dose-date
        move brand-third-dose to reaction-dose-brand
        move lot-third-dose to reaction-dose-lot
    end-if
    end-if
    end-if.

*> the onset cannot be before the dose; a dose date that is not a
*> real date (old data) is not held against the onset
key-reaction-details.
    display employee-id " " name-of-employee " - dose "
        reaction-dose-input " (" reaction-dose-brand ") lot "
        reaction-dose-lot " on " reaction-dose-date.
    move zero to reaction-dose-yyyymmdd.
    move reaction-dose-date to verify-date-field.
    perform check-work-date.
    if date-valid-flag = "Y"
        move dw-yyyymmdd to reaction-dose-yyyymmdd
    end-if.
    display "Onset date xx/xx/xxxx ?".
    accept reaction-onset-input.
    display "Severity 1-mild 2-moderate 3-severe 4-hospitalised :".
    accept reaction-severity-input.
    display "Short description :".
    accept reaction-description-input.
    display "Time lost off work? Y/N".
    accept reaction-time-lost-input.
    if reaction-time-lost-input = "y"
        move "Y" to reaction-time-lost-input.
    if reaction-time-lost-input = "n"
        move "N" to reaction-time-lost-input.
    move "Y" to reaction-ok-flag.
    move reaction-onset-input to verify-date-field.
    perform check-work-date.
    if date-valid-flag = "N"
        display "ONSET DATE IS NOT A VALID DD/MM/YYYY DATE"
        move "N" to reaction-ok-flag
    else
    if dw-yyyymmdd < reaction-dose-yyyymmdd
        display "ONSET DATE IS BEFORE THE DOSE WAS GIVEN"
        move "N" to reaction-ok-flag
    else
    if reaction-severity-input < "1" or reaction-severity-input > "4"
        display "SEVERITY MUST BE 1, 2, 3 OR 4"
        move "N" to reaction-ok-flag
    else
    if reaction-time-lost-input not = "Y"
        and reaction-time-lost-input not = "N"
            display "TIME LOST MUST BE Y OR N"
            move "N" to reaction-ok-flag
    end-if
    end-if
    end-if
    end-if.
    if reaction-ok-flag = "Y"
        perform store-reaction-record
    else
        display "Reaction not recorded."
    end-if.

*> one reaction per dose: keying it again replaces the first
*> entry once the operator confirms
store-reaction-record.
    move function current-date to current-date-info.
    move reaction-id-input to react-employee-id.
    move reaction-dose-input to react-dose-number.
    move reaction-onset-input to react-onset-date.
    move reaction-severity-input to react-severity.
    move reaction-description-input to react-description.
    move reaction-time-lost-input to react-time-lost.
    move reaction-dose-brand to react-brand.
    move reaction-dose-lot to react-lot.
    move signed-on-operator to react-operator.
    move current-date-info(1:16) to react-keyed-stamp.
    open i-o reaction-file.
    write reaction-record
        invalid key
            display "A reaction is already recorded for this dose."
            display "Replace it? Y/N"
            accept yes-no
            if yes-no = "Y" or yes-no = "y"
                rewrite reaction-record
                    invalid key
                        display "Error: could not replace reaction."
                    not invalid key
                        display "Reaction replaced."
                end-rewrite
            else
                display "Reaction not recorded."
            end-if
        not invalid key
            display "Reaction recorded."
    end-write.
    close reaction-file.

*> doses given are counted from the master, reactions from the
*> reaction file; both are tallied by lot and by brand and printed
*> lot by lot under each brand
reaction-signal-report.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Reaction Signal Report".
    display " ".
    display "Flag lots with more than how many reactions per 1000".
    display "doses? (0 keeps the standard 10) :".
    accept signal-threshold-input.
    move 10 to signal-threshold.
    if signal-threshold-input > zero
        move signal-threshold-input to signal-threshold
    end-if.
    move zero to signal-lot-count.
    move zero to signal-brand-count.
    move zero to signal-dose-count.
    move zero to signal-reaction-count.
    move zero to signal-flag-count.
    move "N" to signal-overflow-flag.
    open input vaccination-file.
    move "N" to end-of-file.
    perform read-record.
    perform tally-signal-doses until end-of-file = "Y".
    perform closing-procedure.
    open input reaction-file.
    move "N" to end-of-reaction-file.
    perform read-reaction-record.
    perform tally-signal-reaction until end-of-reaction-file = "Y".
    close reaction-file.
    open output signal-report-file.
    perform set-report-run-date.
    move zero to report-page-number.
    perform signal-report-heading.
    perform report-signal-brand
        varying signal-brand-index from 1 by 1
        until signal-brand-index > signal-brand-count.
    perform write-signal-totals.
    close signal-report-file.
    if signal-overflow-flag = "Y"
        display "WARNING: MORE LOTS OR BRANDS THAN THE TABLES HOLD"
        display "- SOME ARE NOT COUNTED".
    move signal-flag-count to recall-match-display.
    display "Lots over the threshold : " recall-match-display.
    display "Filed copy written to reaction-signal-report.txt".

tally-signal-doses.
    if date-first-dose not = spaces
        move brand-first-dose to signal-brand-key
        move lot-first-dose to signal-lot-key
        perform add-signal-dose
    end-if.
    if date-second-dose not = spaces
        move brand-second-dose to signal-brand-key
        move lot-second-dose to signal-lot-key
        perform add-signal-dose
    end-if.
    if date-third-dose not = spaces
        move brand-third-dose to signal-brand-key
        move lot-third-dose to signal-lot-key
        perform add-signal-dose
    end-if.
    perform read-record.

add-signal-dose.
    add 1 to signal-dose-count.
    perform find-signal-slots.
    if signal-lot-slot > zero
        add 1 to sig-lot-doses(signal-lot-slot)
    end-if.
    if signal-brand-slot > zero
        add 1 to sig-brand-doses(signal-brand-slot)
    end-if.

tally-signal-reaction.
    add 1 to signal-reaction-count.
    move react-brand to signal-brand-key.
    move react-lot to signal-lot-key.
    perform find-signal-slots.
    if signal-lot-slot > zero
        add 1 to sig-lot-reactions(signal-lot-slot)
        if react-severity = "3" or react-severity = "4"
            add 1 to sig-lot-severe(signal-lot-slot)
        end-if
        if react-time-lost = "Y"
            add 1 to sig-lot-time-lost(signal-lot-slot)
        end-if
    end-if.
    if signal-brand-slot > zero
        add 1 to sig-brand-reactions(signal-brand-slot)
        if react-severity = "3" or react-severity = "4"
            add 1 to sig-brand-severe(signal-brand-slot)
        end-if
        if react-time-lost = "Y"
            add 1 to sig-brand-time-lost(signal-brand-slot)
        end-if
    end-if.
    perform read-reaction-record.

*> a lot is filed under the brand it was first seen with; doses
*> keyed without a lot are kept apart for each brand
find-signal-slots.
    move zero to signal-lot-slot.
    perform find-signal-lot
        varying signal-lot-index from 1 by 1
        until signal-lot-index > signal-lot-count
            or signal-lot-slot > zero.
    if signal-lot-slot = zero
        if signal-lot-count < 300
            add 1 to signal-lot-count
            move signal-lot-count to signal-lot-slot
            move signal-lot-key to sig-lot-number(signal-lot-slot)
            move signal-brand-key to sig-lot-brand(signal-lot-slot)
            move zero to sig-lot-doses(signal-lot-slot)
            move zero to sig-lot-reactions(signal-lot-slot)
            move zero to sig-lot-severe(signal-lot-slot)
            move zero to sig-lot-time-lost(signal-lot-slot)
        else
            move "Y" to signal-overflow-flag
        end-if
    end-if.
    if signal-lot-slot > zero
        move sig-lot-brand(signal-lot-slot) to signal-brand-key
    end-if.
    move zero to signal-brand-slot.
    perform find-signal-brand
        varying signal-brand-index from 1 by 1
        until signal-brand-index > signal-brand-count
            or signal-brand-slot > zero.
    if signal-brand-slot = zero
        if signal-brand-count < 50
            add 1 to signal-brand-count
            move signal-brand-count to signal-brand-slot
            move signal-brand-key to sig-brand-name(signal-brand-slot)
            move zero to sig-brand-doses(signal-brand-slot)
            move zero to sig-brand-reactions(signal-brand-slot)
            move zero to sig-brand-severe(signal-brand-slot)
            move zero to sig-brand-time-lost(signal-brand-slot)
        else
            move "Y" to signal-overflow-flag
        end-if
    end-if.

find-signal-lot.
    if sig-lot-number(signal-lot-index) = signal-lot-key
        and (signal-lot-key not = spaces
            or sig-lot-brand(signal-lot-index) = signal-brand-key)
                move signal-lot-index to signal-lot-slot.

find-signal-brand.
    if sig-brand-name(signal-brand-index) = signal-brand-key
        move signal-brand-index to signal-brand-slot.

signal-report-heading.
    add 1 to report-page-number.
    move report-page-number to rtl-page.
    move "FAMILY CO. Ltd. ADVERSE REACTION SIGNAL REPORT"
        to rtl-title.
    move report-run-date to rtl-run-date.
    write signal-report-line from report-title-line.
    move spaces to signal-report-line.
    write signal-report-line.
    write signal-report-line from signal-column-headings.
    move spaces to signal-report-line.
    write signal-report-line.
    move zero to report-line-count.

*> every lot of the brand, then the brand's own total line
report-signal-brand.
    perform report-signal-lot
        varying signal-lot-index from 1 by 1
        until signal-lot-index > signal-lot-count.
    move sig-brand-name(signal-brand-index) to sdl-brand.
    move "ALL LOTS" to sdl-lot.
    move sig-brand-doses(signal-brand-index) to sdl-doses.
    move sig-brand-reactions(signal-brand-index) to sdl-reactions.
    move sig-brand-severe(signal-brand-index) to sdl-severe.
    move sig-brand-time-lost(signal-brand-index) to sdl-time-lost.
    move spaces to sdl-flag.
    if sig-brand-doses(signal-brand-index) > zero
        compute signal-rate rounded =
            sig-brand-reactions(signal-brand-index) * 1000
                / sig-brand-doses(signal-brand-index)
        move signal-rate to sdl-rate
        if signal-rate > signal-threshold
            move "BRAND OVER THRESHOLD" to sdl-flag
        end-if
    else
        move "   N/A" to sdl-rate-na
    end-if.
    write signal-report-line from signal-detail-line.
    move spaces to signal-report-line.
    write signal-report-line.
    add 2 to report-line-count.
    if report-line-count >= report-lines-per-page
        perform signal-report-heading.

report-signal-lot.
    if sig-lot-brand(signal-lot-index)
        = sig-brand-name(signal-brand-index)
            move sig-lot-brand(signal-lot-index) to sdl-brand
            if sig-lot-number(signal-lot-index) = spaces
                move "NO LOT" to sdl-lot
            else
                move sig-lot-number(signal-lot-index) to sdl-lot
            end-if
            move sig-lot-doses(signal-lot-index) to sdl-doses
            move sig-lot-reactions(signal-lot-index) to sdl-reactions
            move sig-lot-severe(signal-lot-index) to sdl-severe
            move sig-lot-time-lost(signal-lot-index) to sdl-time-lost
            move spaces to sdl-flag
            if sig-lot-doses(signal-lot-index) > zero
                compute signal-rate rounded =
                    sig-lot-reactions(signal-lot-index) * 1000
                        / sig-lot-doses(signal-lot-index)
                move signal-rate to sdl-rate
                if signal-rate > signal-threshold
                    move "*** SIGNAL ***" to sdl-flag
                    add 1 to signal-flag-count
                    display "Over threshold : lot "
                        sig-lot-number(signal-lot-index) " ("
                        sig-lot-brand(signal-lot-index) ")"
                end-if
            else
                move "   N/A" to sdl-rate-na
            end-if
            write signal-report-line from signal-detail-line
            add 1 to report-line-count
            if report-line-count >= report-lines-per-page
                perform signal-report-heading
            end-if
    end-if.

write-signal-totals.
    move signal-threshold to report-count-display.
    move spaces to signal-report-line.
    string
        "THRESHOLD - REACTIONS PER 1000 DOSES : " delimited by size
        report-count-display delimited by size
        into signal-report-line.
    write signal-report-line.
    move signal-dose-count to report-count-display.
    move spaces to signal-report-line.
    string
        "DOSES GIVEN                          : " delimited by size
        report-count-display delimited by size
        into signal-report-line.
    write signal-report-line.
    move signal-reaction-count to report-count-display.
    move spaces to signal-report-line.
    string
        "REACTIONS RECORDED                   : " delimited by size
        report-count-display delimited by size
        into signal-report-line.
    write signal-report-line.
    move signal-flag-count to report-count-display.
    move spaces to signal-report-line.
    string
        "LOTS OVER THE THRESHOLD              : " delimited by size
        report-count-display delimited by size
        into signal-report-line.
    write signal-report-line.
    move spaces to signal-report-line.
    write signal-report-line.
    move "END OF REPORT" to signal-report-line.
    write signal-report-line.

*> department managers and the weekly follow-up digest
manager-subsystem.
    display " ".
    display "1. Add or change a department manager".
    display "2. Remove a department manager".
    display "3. List department managers".
    display "4. Weekly follow-up digest for managers".
    display " ".
    display "Which would you like? :".
    accept manager-choice.
    if manager-choice = 1
        perform store-manager-record
    else
    if manager-choice = 2
        perform remove-manager-record
    else
    if manager-choice = 3
        perform list-manager-records
    else
    if manager-choice = 4
        perform weekly-manager-digest
    else
        display "Wrong input. Please try again"
    end-if
    end-if
    end-if
    end-if.

store-manager-record.
    display "Department code:".
    accept manager-dept-input.
    display "Manager's name:".
    accept manager-name-input.
    display "Manager's email address:".
    accept manager-email-input.
    move zero to manager-at-count.
    inspect manager-email-input tallying manager-at-count for all "@".
    if manager-dept-input = spaces
        display "DEPARTMENT CODE MUST BE ENTERED"
    else
    if manager-name-input = spaces
        display "MANAGER NAME MUST BE ENTERED"
    else
    if manager-at-count not = 1
        display "EMAIL ADDRESS IS NOT VALID"
    else
        move manager-dept-input to mgr-department
        move manager-name-input to mgr-name
        move manager-email-input to mgr-email
        open i-o manager-file
        write manager-record
            invalid key
                rewrite manager-record
                    invalid key
                        display "Error: could not store manager."
                    not invalid key
                        display "Manager for " mgr-department
                            " changed."
                end-rewrite
            not invalid key
                display "Manager for " mgr-department " added."
        end-write
        close manager-file
    end-if
    end-if
    end-if.

remove-manager-record.
    display "Department code to remove the manager from:".
    accept manager-dept-input.
    move manager-dept-input to mgr-department.
    open i-o manager-file.
    read manager-file
        key is mgr-department
        invalid key
            display "No manager on file for that department."
        not invalid key
            delete manager-file record
                invalid key
                    display "Error: could not remove manager."
                not invalid key
                    display "Manager for " mgr-department " removed."
            end-delete
    end-read.
    close manager-file.

list-manager-records.
    display " ".
    display "DEPT  MANAGER                        EMAIL".
    open input manager-file.
    move "N" to end-of-manager-file.
    perform read-manager-record.
    perform list-one-manager until end-of-manager-file = "Y".
    close manager-file.

read-manager-record.
    read manager-file next record
        at end
                move "Y" to end-of-manager-file.

list-one-manager.
    display mgr-department "  " mgr-name " " mgr-email.
    perform read-manager-record.

*> the master is sorted into department order and walked with a
*> control break; each department's manager gets a letter section
*> and mail-merge lines, a department with no manager goes on the
*> exceptions list
weekly-manager-digest.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Weekly Manager Digest".
    display " ".
    move zero to digest-counters.
    perform load-ha-rejections.
    move function current-date to current-date-info.
    move current-date-info(1:8) to dw-today-yyyymmdd.
    compute dw-today-days =
        function integer-of-date(dw-today-yyyymmdd).
    perform set-report-run-date.
    sort digest-sort-file
        on ascending key dgs-department dgs-employee-id
        using vaccination-file
        giving sorted-digest-file.
    open input vaccination-file.
    open input sorted-digest-file.
    open input manager-file.
    open input booking-file.
    open output digest-letter-file.
    open output digest-csv-file.
    open output digest-exception-file.
    move zero to report-page-number.
    perform digest-exception-heading.
    move low-values to digest-current-dept.
    move "N" to end-of-sorted-digest.
    perform read-sorted-digest.
    perform digest-one-employee until end-of-sorted-digest = "Y".
    if digest-current-dept not = low-values
        perform finish-digest-department
    end-if.
    perform write-digest-totals.
    close digest-exception-file.
    close digest-csv-file.
    close digest-letter-file.
    close booking-file.
    close manager-file.
    close sorted-digest-file.
    perform closing-procedure.
    if ha-reject-overflow = "Y"
        display "WARNING: MORE HEALTH-AUTHORITY REJECTIONS THAN THE"
        display "TABLE HOLDS - SOME ARE NOT IN THE DIGEST".
    move digest-read-count to digest-count-display.
    display "Employees read         : " digest-count-display.
    move digest-section-count to digest-count-display.
    display "Manager sections       : " digest-count-display.
    move digest-follow-count to digest-count-display.
    display "Staff to follow up     : " digest-count-display.
    move digest-exception-count to digest-count-display.
    display "Departments, no manager: " digest-count-display.
    display "Letters written to manager-digest.txt".
    display "Extract written to manager-digest.csv".
    display "Exceptions written to manager-exceptions.txt".

*> the latest health-authority rejections, from the follow-up queue
load-ha-rejections.
    move zero to ha-reject-count.
    move "N" to ha-reject-overflow.
    open input ha-followup-file.
    move "N" to end-of-file.
    perform read-ha-followup.
    perform store-ha-rejection until end-of-file = "Y".
    close ha-followup-file.

read-ha-followup.
    read ha-followup-file next record
        at end
                move "Y" to end-of-file.

store-ha-rejection.
    if ha-reject-count < 500
        add 1 to ha-reject-count
        move fu-employee-id to ha-reject-id(ha-reject-count)
        move fu-reason to ha-reject-reason(ha-reject-count)
    else
        move "Y" to ha-reject-overflow
    end-if.
    perform read-ha-followup.

read-sorted-digest.
    read sorted-digest-file next record
        at end
                move "Y" to end-of-sorted-digest.

digest-one-employee.
    move sorted-digest-record to vaccine-record.
    add 1 to digest-read-count.
    if employee-department not = digest-current-dept
        if digest-current-dept not = low-values
            perform finish-digest-department
        end-if
        perform start-digest-department
    end-if.
    add 1 to digest-dept-staff.
    perform check-digest-employee.
    perform read-sorted-digest.

start-digest-department.
    move employee-department to digest-current-dept.
    move zero to digest-dept-staff.
    move zero to digest-dept-follow.
    move employee-department to mgr-department.
    read manager-file
        key is mgr-department
        invalid key
            move "N" to digest-manager-flag
        not invalid key
            move "Y" to digest-manager-flag
            perform write-digest-heading
    end-read.

write-digest-heading.
    add 1 to digest-section-count.
    move all "-" to digest-letter-line.
    write digest-letter-line.
    move "FAMILY CO. Ltd." to digest-letter-line.
    write digest-letter-line.
    move "WEEKLY VACCINATION FOLLOW-UP DIGEST" to digest-letter-line.
    write digest-letter-line.
    move spaces to digest-letter-line.
    write digest-letter-line.
    move "TO                  : " to dtl-label.
    move mgr-name to dtl-value.
    write digest-letter-line from digest-text-line.
    move "EMAIL               : " to dtl-label.
    move mgr-email to dtl-value.
    write digest-letter-line from digest-text-line.
    move "DEPARTMENT          : " to dtl-label.
    move mgr-department to dtl-value.
    write digest-letter-line from digest-text-line.
    move "WEEK OF             : " to dtl-label.
    move report-run-date to dtl-value.
    write digest-letter-line from digest-text-line.
    move spaces to digest-letter-line.
    write digest-letter-line.
    move "THE FOLLOWING STAFF IN YOUR DEPARTMENT NEED FOLLOW-UP:"
        to digest-letter-line.
    write digest-letter-line.
    move spaces to digest-letter-line.
    write digest-letter-line.
    write digest-letter-line from digest-staff-headings.

finish-digest-department.
    if digest-manager-flag = "Y"
        move spaces to digest-letter-line
        write digest-letter-line
        if digest-dept-follow = zero
            move "NO STAFF IN YOUR DEPARTMENT NEED FOLLOW-UP THIS WEEK."
                to digest-letter-line
            write digest-letter-line
            move spaces to digest-letter-line
            write digest-letter-line
        end-if
        move "STAFF TO FOLLOW UP  : " to dtl-label
        move digest-dept-follow to digest-count-display
        move digest-count-display to dtl-value
        write digest-letter-line from digest-text-line
        move spaces to digest-letter-line
        write digest-letter-line
    else
        add 1 to digest-exception-count
        if digest-current-dept = spaces
            move "(NONE)" to del-department
        else
            move digest-current-dept to del-department
        end-if
        move digest-dept-staff to del-staff
        move digest-dept-follow to del-follow
        write digest-exception-line from digest-exception-detail
        display "No manager on file for department "
            del-department
        add 1 to report-line-count
        if report-line-count >= report-lines-per-page
            perform digest-exception-heading
        end-if
    end-if.

*> one line per reason an employee needs chasing; an overdue
*> second dose is reported instead of the plain NC
check-digest-employee.
    move "N" to digest-employee-flag.
    perform find-digest-booking.
    if vaccine-status = "NC   "
        move "NOT COMPLETE" to digest-reason
        if date-first-dose not = spaces
            and date-second-dose = spaces
                perform check-digest-overdue
        end-if
        perform write-digest-line
    end-if.
    if vaccine-status = "ME"
        and exemption-review-date not = spaces
            move exemption-review-date to verify-date-field
            perform check-work-date
            if date-valid-flag = "Y"
                compute digest-review-days =
                    function integer-of-date(dw-yyyymmdd)
                        - dw-today-days
                if digest-review-days not < zero
                    and digest-review-days not > digest-review-window
                        move spaces to digest-reason
                        string
                            "EXEMPTION REVIEW DUE " delimited by size
                            exemption-review-date(1:10)
                                delimited by size
                            into digest-reason
                        perform write-digest-line
                end-if
            end-if
    end-if.
    move zero to ha-reject-slot.
    perform find-ha-rejection
        varying ha-reject-index from 1 by 1
        until ha-reject-index > ha-reject-count
            or ha-reject-slot > zero.
    if ha-reject-slot > zero
        move spaces to digest-reason
        string
            "HA REJECTED - " delimited by size
            ha-reject-reason(ha-reject-slot) delimited by size
            into digest-reason
        perform write-digest-line
    end-if.
    if digest-employee-flag = "Y"
        add 1 to digest-dept-follow
        add 1 to digest-follow-count
        if digest-manager-flag = "Y"
            and digest-booking-text not = spaces
                move spaces to digest-staff-line
                move digest-booking-text to dsl-reason
                write digest-letter-line from digest-staff-line
        end-if
    end-if.

check-digest-overdue.
    move date-first-dose to verify-date-field.
    perform check-work-date.
    if date-valid-flag = "Y"
        compute dw-elapsed-days =
            dw-today-days - function integer-of-date(dw-yyyymmdd)
        move brand-first-dose to verify-brand-field
        perform brand-name-lookup
        move brand-interval-hold to effective-dose-interval
        if dw-elapsed-days > effective-dose-interval
            move dw-elapsed-days to dw-elapsed-days-display
            move spaces to digest-reason
            string
                "SECOND DOSE OVERDUE - " delimited by size
                function trim(dw-elapsed-days-display)
                    delimited by size
                " DAYS" delimited by size
                into digest-reason
        end-if
    end-if.

find-ha-rejection.
    if ha-reject-id(ha-reject-index) = employee-id
        move ha-reject-index to ha-reject-slot.

find-digest-booking.
    move spaces to digest-booking-text.
    move employee-id to booking-employee-id.
    read booking-file
        key is booking-employee-id
        invalid key
            continue
        not invalid key
            if booking-status = "B"
                string
                    "BOOKED " delimited by size
                    booking-date(1:10) delimited by size
                    " " delimited by size
                    booking-session delimited by size
                    " FOR DOSE " delimited by size
                    booking-dose-number delimited by size
                    into digest-booking-text
            end-if
    end-read.

*> the letter line and the mail-merge line for one reason; staff in
*> a department with no manager are only counted
write-digest-line.
    move "Y" to digest-employee-flag.
    if digest-manager-flag = "Y"
        move employee-id to dsl-id
        move name-of-employee to dsl-name
        move digest-reason to dsl-reason
        write digest-letter-line from digest-staff-line
        move employee-id to csv-employee-id-display
        move spaces to digest-csv-record
        string
            function trim(mgr-department) delimited by size
            "," delimited by size
            function trim(mgr-name) delimited by size
            "," delimited by size
            function trim(mgr-email) delimited by size
            "," delimited by size
            csv-employee-id-display delimited by size
            "," delimited by size
            function trim(name-of-employee) delimited by size
            "," delimited by size
            function trim(digest-reason) delimited by size
            "," delimited by size
            function trim(digest-booking-text) delimited by size
            into digest-csv-record
        write digest-csv-record
        add 1 to digest-line-count
    end-if.

digest-exception-heading.
    add 1 to report-page-number.
    move report-page-number to rtl-page.
    move "FAMILY CO. Ltd. DEPARTMENTS WITH NO MANAGER" to rtl-title.
    move report-run-date to rtl-run-date.
    write digest-exception-line from report-title-line.
    move spaces to digest-exception-line.
    write digest-exception-line.
    write digest-exception-line from digest-exception-headings.
    move spaces to digest-exception-line.
    write digest-exception-line.
    move zero to report-line-count.

write-digest-totals.
    move spaces to digest-exception-line.
    write digest-exception-line.
    move digest-exception-count to report-count-display.
    move spaces to digest-exception-line.
    string
        "DEPARTMENTS WITH NO MANAGER : " delimited by size
        report-count-display delimited by size
        into digest-exception-line.
    write digest-exception-line.
    move digest-section-count to report-count-display.
    move spaces to digest-exception-line.
    string
        "MANAGER SECTIONS WRITTEN    : " delimited by size
        report-count-display delimited by size
        into digest-exception-line.
    write digest-exception-line.
    move spaces to digest-exception-line.
    write digest-exception-line.
    move "END OF REPORT" to digest-exception-line.
    write digest-exception-line.

*> daily site-access clearance feed: last run's full extract
*> becomes the comparison base, a fresh full extract is written
*> from the master, and the two are matched to give the delta
site-access-extract.
    display " ".
    display "-------------------------------".
    display "FAMILY CO. Ltd. Site-access Clearance Feed".
    display " ".
    move zero to access-counters.
    move function current-date to current-date-info.
    move current-date-info(1:8) to dw-today-yyyymmdd.
    compute dw-today-days =
        function integer-of-date(dw-today-yyyymmdd).
    move current-date-info(1:8) to ah-run-date.
    move current-date-info(9:6) to ah-run-time.
    perform copy-access-base.
    perform write-access-extract.
    perform write-access-delta.
    move access-record-count to access-count-display.
    display "Employees extracted    : " access-count-display.
    move access-cleared-count to access-count-display.
    display "Cleared                : " access-count-display.
    move access-refused-count to access-count-display.
    display "Not cleared            : " access-count-display.
    move access-base-count to access-count-display.
    display "On the previous extract: " access-count-display.
    move access-delta-count to access-count-display.
    display "Clearance changes      : " access-count-display.
    display "Extract written to site-access-extract.txt".
    display "Changes written to site-access-delta.txt".

copy-access-base.
    open input access-extract-file.
    open output access-base-file.
    move "N" to end-of-access-extract.
    perform read-access-extract-line.
    perform copy-access-base-line until end-of-access-extract = "Y".
    close access-base-file.
    close access-extract-file.

read-access-extract-line.
    read access-extract-file next record
        at end
                move "Y" to end-of-access-extract.

copy-access-base-line.
    move access-extract-record to access-base-record.
    write access-base-record.
    if access-extract-record(1:1) = "D"
        add 1 to access-base-count
    end-if.
    perform read-access-extract-line.

write-access-extract.
    open input vaccination-file.
    open output access-extract-file.
    move "FULL" to ah-file-type.
    write access-extract-record from access-header-ws.
    move "N" to end-of-file.
    perform read-record.
    perform extract-access-employee until end-of-file = "Y".
    move access-record-count to at-record-count.
    move access-cleared-count to at-cleared-count.
    move access-refused-count to at-refused-count.
    write access-extract-record from access-trailer-ws.
    close access-extract-file.
    perform closing-procedure.

extract-access-employee.
    move employee-id to ad-employee-id.
    move name-of-employee to ad-name.
    move employee-department to ad-department.
    move space to ad-change.
    perform set-access-clearance.
    write access-extract-record from access-detail-ws.
    add 1 to access-record-count.
    if ad-cleared = "Y"
        add 1 to access-cleared-count
    else
        add 1 to access-refused-count
    end-if.
    perform read-record.

*> an exemption clears its holder up to and including the review
*> date; an ME with no valid review date does not clear.  only ME
*> is ever given a review date, so an OE without one is open-ended
*> and clears until the status is changed
set-access-clearance.
    move spaces to ad-review-date.
    move "N" to ad-cleared.
    if vaccine-status = "C"
        move "Y" to ad-cleared
        move "CO" to ad-reason-code
        move "VACCINATION COMPLETE" to ad-reason-text
    else
    if vaccine-status = "ME" or vaccine-status = "OE"
        move exemption-review-date(1:10) to ad-review-date
        move exemption-review-date to verify-date-field
        perform check-work-date
        if vaccine-status = "OE" and exemption-review-date = spaces
            move "Y" to ad-cleared
            move "EO" to ad-reason-code
            move "OTHER EXEMPTION - OPEN-ENDED" to ad-reason-text
        else
        if exemption-review-date = spaces or date-valid-flag = "N"
            move "XN" to ad-reason-code
            move "EXEMPTION HAS NO REVIEW DATE" to ad-reason-text
        else
            compute access-review-days =
                function integer-of-date(dw-yyyymmdd) - dw-today-days
            if access-review-days < zero
                move "XP" to ad-reason-code
                move "EXEMPTION REVIEW DATE PASSED" to ad-reason-text
            else
                move "Y" to ad-cleared
                move "EX" to ad-reason-code
                move "EXEMPT UNTIL REVIEW DATE" to ad-reason-text
            end-if
        end-if
        end-if
    else
    if vaccine-status = "NC   "
        move "NC" to ad-reason-code
        move "VACCINATION NOT COMPLETE" to ad-reason-text
    else
    if vaccine-status = "DE"
        move "DE" to ad-reason-code
        move "VACCINATION DECLINED" to ad-reason-text
    else
        move "UK" to ad-reason-code
        move "STATUS NOT RECOGNISED" to ad-reason-text
    end-if
    end-if
    end-if
    end-if.

*> the same balanced-line walk as the reconciliation, over the
*> base and the new extract, both in employee-id order
write-access-delta.
    open input access-base-file.
    open input access-extract-file.
    open output access-delta-file.
    move "DELTA" to ah-file-type.
    write access-delta-record from access-header-ws.
    move "N" to end-of-access-base.
    move "N" to end-of-access-extract.
    perform read-access-base.
    perform read-access-new.
    perform access-delta-match
        until end-of-access-base = "Y"
            and end-of-access-extract = "Y".
    move access-delta-count to at-record-count.
    move access-delta-cleared to at-cleared-count.
    move access-delta-refused to at-refused-count.
    write access-delta-record from access-trailer-ws.
    close access-delta-file.
    close access-extract-file.
    close access-base-file.

read-access-base.
    move space to abd-record-type.
    perform read-access-base-line
        until end-of-access-base = "Y"
            or abd-record-type = "D".

read-access-base-line.
    read access-base-file into access-base-detail
        at end
                move "Y" to end-of-access-base.

read-access-new.
    move space to anw-record-type.
    perform read-access-new-line
        until end-of-access-extract = "Y"
            or anw-record-type = "D".

read-access-new-line.
    read access-extract-file into access-new-detail
        at end
                move "Y" to end-of-access-extract.

access-delta-match.
    if end-of-access-base = "Y"
        perform write-access-new-delta
        perform read-access-new
    else
    if end-of-access-extract = "Y"
        perform write-access-removed-delta
        perform read-access-base
    else
    if abd-employee-id < anw-employee-id
        perform write-access-removed-delta
        perform read-access-base
    else
    if abd-employee-id > anw-employee-id
        perform write-access-new-delta
        perform read-access-new
    else
        if abd-cleared not = anw-cleared
            move access-new-detail to access-detail-ws
            move "C" to ad-change
            perform write-access-delta-line
        end-if
        perform read-access-base
        perform read-access-new
    end-if
    end-if
    end-if
    end-if.

write-access-new-delta.
    move access-new-detail to access-detail-ws.
    move "N" to ad-change.
    perform write-access-delta-line.

*> someone who has left only matters to the doors if they were
*> cleared on the last extract
write-access-removed-delta.
    if abd-cleared = "Y"
        move access-base-detail to access-detail-ws
        move "N" to ad-cleared
        move "RM" to ad-reason-code
        move "NO LONGER ON VACCINATION FILE" to ad-reason-text
        move "R" to ad-change
        perform write-access-delta-line
    end-if.

write-access-delta-line.
    write access-delta-record from access-detail-ws.
    add 1 to access-delta-count.
    if ad-cleared = "Y"
        add 1 to access-delta-cleared
    else
        add 1 to access-delta-refused
    end-if.

*> feed control totals: the transaction file and the HR feed are
*> counted here before anything is applied
count-transaction-feed.
    perform clear-feed-counts.
    move "TRAN" to feed-type.
    move "TRANSACTION FEED" to feed-audit-name.
    move "BATCH" to feed-log-step.
    open input transaction-file.
    move "N" to end-of-file.
    perform read-transaction-record.
    perform count-transaction-line until end-of-file = "Y".
    close transaction-file.

count-transaction-line.
    add 1 to feed-line-count.
    if txn-action = "H"
        move txh-batch-id to feed-batch-id
        move txh-creation-date to feed-creation-date
        perform note-feed-header
    else
    if txn-action = "T"
        move txt-record-count to feed-trailer-count
        move txt-hash-total to feed-trailer-hash
        move "Y" to feed-trailer-flag
        if txt-record-count is numeric
            and txt-hash-total is numeric
                move "Y" to feed-trailer-numeric
        else
            move "N" to feed-trailer-numeric
        end-if
    else
        move "N" to feed-trailer-flag
        add 1 to feed-detail-count
        if txn-employee-id is numeric
            add txn-employee-id to feed-hash-total
        end-if
    end-if
    end-if.
    perform read-transaction-record.

count-hr-feed.
    perform clear-feed-counts.
    move "HRFD" to feed-type.
    move "HR FEED" to feed-audit-name.
    move "HRFEED" to feed-log-step.
    open input hr-feed-file.
    move "N" to end-of-file.
    perform read-hr-feed-record.
    perform count-hr-feed-line until end-of-file = "Y".
    close hr-feed-file.

count-hr-feed-line.
    add 1 to feed-line-count.
    if hfh-record-type = "H"
        move hfh-batch-id to feed-batch-id
        move hfh-creation-date to feed-creation-date
        perform note-feed-header
    else
    if hft-record-type = "T"
        move hft-record-count to feed-trailer-count
        move hft-hash-total to feed-trailer-hash
        move "Y" to feed-trailer-flag
        if hft-record-count is numeric
            and hft-hash-total is numeric
                move "Y" to feed-trailer-numeric
        else
            move "N" to feed-trailer-numeric
        end-if
    else
        move "N" to feed-trailer-flag
        add 1 to feed-detail-count
        if hr-employee-id is numeric
            add hr-employee-id to feed-hash-total
        end-if
    end-if
    end-if.
    perform read-hr-feed-record.

clear-feed-counts.
    move spaces to feed-batch-id.
    move spaces to feed-creation-date.
    move zero to feed-line-count.
    move zero to feed-detail-count.
    move zero to feed-hash-total.
    move zero to feed-trailer-count.
    move zero to feed-trailer-hash.
    move "N" to feed-header-flag.
    move "N" to feed-extra-header-flag.
    move "N" to feed-trailer-flag.
    move "N" to feed-trailer-numeric.
    move "N" to feed-refused-flag.
    move "N" to feed-override-flag.
    move spaces to feed-override-reason.

*> the header must be the first line and the only header; the
*> trailer flag is cleared by any line after it, so it is only
*> still set when the trailer is the last line
note-feed-header.
    if feed-line-count = 1
        move "Y" to feed-header-flag
    else
        move "Y" to feed-extra-header-flag
    end-if.
    move "N" to feed-trailer-flag.

*> an empty or missing file has nothing to apply and is not refused
check-feed-controls.
    move spaces to feed-refuse-reason.
    if feed-line-count = zero
        display "Feed file is empty - nothing to apply."
    else
    if feed-header-flag = "N"
        move "NO HEADER RECORD" to feed-refuse-reason
    else
    if feed-extra-header-flag = "Y"
        move "MORE THAN ONE HEADER RECORD" to feed-refuse-reason
    else
    if feed-trailer-flag = "N"
        move "NO TRAILER AT END OF FILE" to feed-refuse-reason
    else
    if feed-batch-id = spaces
        move "HEADER HAS NO BATCH ID" to feed-refuse-reason
    else
    if feed-creation-date is not numeric
        move "HEADER CREATION DATE NOT VALID" to feed-refuse-reason
    else
    if feed-trailer-numeric = "N"
        move "TRAILER TOTALS NOT NUMERIC" to feed-refuse-reason
    else
    if feed-detail-count not = feed-trailer-count
        move "RECORD COUNT DOES NOT BALANCE" to feed-refuse-reason
    else
    if feed-hash-total not = feed-trailer-hash
        move "HASH TOTAL DOES NOT BALANCE" to feed-refuse-reason
    else
        perform check-batch-register
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.
    if feed-refuse-reason not = spaces
        perform refuse-feed
    end-if.

check-batch-register.
    move feed-type to pb-feed-type.
    move feed-batch-id to pb-batch-id.
    open input processed-batch-file.
    read processed-batch-file
        key is pb-key
        invalid key
            continue
        not invalid key
            string
                "BATCH ALREADY APPLIED " delimited by size
                pb-applied-stamp(1:8) delimited by size
                into feed-refuse-reason
    end-read.
    close processed-batch-file.

*> a refusal goes to the run log and the audit log before anything
*> else happens; a supervisor working at the screen may then
*> override it, giving a reason that is audited in turn
refuse-feed.
    move "Y" to feed-refused-flag.
    display " ".
    display "FEED REFUSED - " feed-refuse-reason.
    display "Batch ID " feed-batch-id " - nothing has been applied.".
    move feed-log-step to night-step-name.
    move spaces to night-log-detail.
    string
        "REFUSED BATCH " delimited by size
        feed-batch-id delimited by size
        into night-log-detail.
    perform write-feed-log-line.
    move feed-refuse-reason to night-log-detail.
    perform write-feed-log-line.
    move zero to employee-id.
    move feed-audit-name to audit-field-changed-ws.
    move feed-batch-id to audit-old-value-ws.
    move feed-refuse-reason to audit-new-value-ws.
    move "REFUSE" to audit-operation-type-ws.
    perform write-audit-record.
    if night-chain-active = "N"
        if signed-on-level = "S"
            perform offer-feed-override
        else
            display "Only a supervisor can override the refusal."
        end-if
    end-if.

offer-feed-override.
    display "Override the refusal and apply the file anyway? Y/N".
    accept yes-no.
    if yes-no = "Y" or yes-no = "y"
        display "Reason for the override:"
        accept feed-override-reason
        if feed-override-reason = spaces
            display "AN OVERRIDE NEEDS A REASON - FILE NOT APPLIED"
        else
            move "N" to feed-refused-flag
            move "Y" to feed-override-flag
            move zero to employee-id
            move feed-audit-name to audit-field-changed-ws
            move feed-batch-id to audit-old-value-ws
            move feed-override-reason to audit-new-value-ws
            move "OVRIDE" to audit-operation-type-ws
            perform write-audit-record
            move feed-log-step to night-step-name
            move spaces to night-log-detail
            string
                "OVERRIDE BY " delimited by size
                signed-on-operator delimited by size
                into night-log-detail
            perform write-feed-log-line
            move feed-override-reason to night-log-detail
            perform write-feed-log-line
            display "Refusal overridden - the file will be applied."
        end-if
    end-if.

*> inside the night run the log is already open
write-feed-log-line.
    if night-chain-active = "Y"
        perform write-run-log-line
    else
        open extend run-log-file
        perform write-run-log-line
        close run-log-file
    end-if.

*> a file without a header batch ID cannot be registered; an
*> overridden repeat of a batch updates its register entry
register-feed-batch.
    if feed-header-flag = "Y" and feed-batch-id not = spaces
        move function current-date to current-date-info
        move feed-type to pb-feed-type
        move feed-batch-id to pb-batch-id
        move feed-creation-date to pb-creation-date
        move current-date-info(1:16) to pb-applied-stamp
        move feed-detail-count to pb-record-count
        move signed-on-operator to pb-operator
        move feed-override-flag to pb-override
        open i-o processed-batch-file
        write processed-batch-record
            invalid key
                rewrite processed-batch-record
                    invalid key
                        display "Error: could not register batch "
                            feed-batch-id
                end-rewrite
        end-write
        close processed-batch-file
    end-if.
end program Miniproject.

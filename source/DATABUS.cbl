       01  ws-dep-sub                  pic s9(4) comp.
       01  ws-dedn-sub                 pic s9(4) comp.
       01  ws-dedn-resp                pic s9(8) comp.
       01  ws-bank-sub                 pic s9(4) comp.
       01  ws-adjt-sub                 pic s9(4) comp.
       01  ws-adjt-resp                pic s9(8) comp.
       01  ws-adjt-next-seq            pic 9(3).
       01  ws-adjt-old-remark          pic x(30).
       01  ws-adjt-new-remark          pic x(30).
       01  ws-adjt-last-time           pic s9(15) comp-3 value 0.

      * an adjustment entry as it goes into the old/new remarks of
      * its ADJT audit record: sequence, code, target period,
      * taxable flag and amount

       01  ws-adjt-audit-line.
          02  ws-ajal-seq              pic 9(3).
          02  filler                   pic x     value spaces.
          02  ws-ajal-code             pic x(4).
          02  filler                   pic x     value spaces.
          02  ws-ajal-period           pic x(6).
          02  filler                   pic x     value spaces.
          02  ws-ajal-taxable          pic x.
          02  filler                   pic x     value spaces.
          02  ws-ajal-amount           pic -zzzzzz9.99.
          02  filler                   pic x     value spaces.

      * the salary band in force for the department being edited:
      * SALARY-CHECK browses the PAYSALB file and keeps the entry
       01  ws-band-max                 pic s9(7)v99 comp-3.
       01  ws-band-resp                pic s9(8) comp.

      * an hourly employee's salary is held at the annual
      * equivalent of the hourly rate -- the rate times the
      * standard hours in a year -- and any change to the salary,
      * the pay type or the rate on UPDATES is a pay change for
      * the band, budget and control-total handling

       01  ws-std-year-hours           pic s9(4) comp value 2080.
       01  ws-pay-change-ind           pic x.

      * dual control: a salary change past these limits (the
      * PAYLIMT record when there is one), and every termination,
      * rehire and transfer, is held on PAYPEND for a second
      * operator instead of being posted.  The posting paragraphs
      * record on PAYAUDT the operator who keyed the change and,
      * for a held change being approved, the one approving it.

       01  ws-lim-amount               pic s9(7)v99 comp-3
                                                     value 5000.00.
       01  ws-lim-pct                  pic s9(3)v99 comp-3
                                                     value 10.00.
       01  ws-sal-change               pic s9(7)v99 comp-3.
       01  ws-sal-change-pct           pic s9(7)v99 comp-3.
       01  ws-hold-ind                 pic x.
       01  ws-hold-action              pic x(4).
       01  ws-pend-found-ind           pic x.
       01  ws-pend-found-stamp         pic x(8).
       01  ws-pend-resp                pic s9(8) comp.
       01  ws-keyed-userid             pic x(8).
       01  ws-approver-userid          pic x(8).

      * the prompt an approver or rejecter sees over the pending
      * change: the action and the operator who keyed it

       01  ws-appr-msg.
          02  ws-apm-action            pic x(4).
          02  filler                   pic x(10) value ' keyed by '.
          02  ws-apm-userid            pic x(8).
          02  ws-apm-prompt            pic x(18).

      * budget-gate work fields: the caller names the department
      * and the headcount/salary the transaction would add, and
      * BUDGET-GATE decides whether to warn, let an override
      * transaction's own audit record must keep the true old
      * record

       01  ws-save-aud-old             pic x(349).
       01  ws-save-aud-new             pic x(349).

       01  ws-xfer-key.
           02  ws-xfer-dept            pic x.
           02  ws-xfer-empl-no         pic x(5).
       01  ws-xfer-old-dept            pic x.

      * an employee number belongs to one department only: EMPL-
      * CHECK browses PAYROLL by employee number and notes the
      * first department other than the one in ws-key that
      * carries it

       01  ws-empl-resp                pic s9(8) comp.
       01  ws-empl-other-dept          pic x.

       01  ws-empl-msg.
          02  filler                   pic x(34) value
              'Employee no. already on file dept '.
          02  ws-emm-dept              pic x.
       01  ws-today                    pic x(8).

       01  ws-edit-date                pic x(8).
          02  ws-aud-l-userid          pic x(8).
          02  filler                   pic x(4)  value spaces.

      * one pay-history line per period: the period, an F when it
      * was a FINAL PAY or an O for an off-cycle run, then the
      * gross, tax and net, each signed -- recoveries can take
      * the net below zero

       01  ws-hist-line.
          02  ws-hst-l-period          pic x(6).
          02  ws-hst-l-final           pic x.
          02  ws-hst-l-gross           pic zzzzzz9.99-.
          02  filler                   pic x     value spaces.
          02  ws-hst-l-tax             pic zzzzzz9.99-.
          02  filler                   pic x     value spaces.
          02  ws-hst-l-net             pic zzzzzz9.99-.

           COPY PAYROLL.

           COPY PAYRKEY.

           COPY PAYBKEY.

           COPY PAYBANK.

           COPY PAYBAKEY.

           COPY PAYHIST.

           COPY PAYHKEY.

           COPY PAYADJ.

           COPY PAYAJKEY.

           COPY PAYPEND.

           COPY PAYPKEY.

           COPY PAYLIMT.

           COPY PAYLMKEY.

       Procedure Division.

           move spaces to ws-payroll-data
                          aud-effective-date
                          aud-approver-userid
           move zeros  to ws-l-count
                          ws-l-tot
                          ws-item-no
                   perform DEDN-MAINT
               when 'LEAV'
                   perform LEAVE-MAINT
               when 'BANK'
                   perform BANK-MAINT
               when 'ADJT'
                   perform ADJT-MAINT
               when 'SALB'
                   perform SALB-MAINT
               when 'TAXB'
                   perform DELETES
               when 'XFER'
                   perform TRANSFERS
               when 'APPR'
                   perform APPROVALS
               when 'REJT'
                   perform REJECTIONS
               when 'AUDI'
                   perform AUDIT-INQUIRY
               when 'PHST'
                   perform HIST-INQUIRY
               when 'BACK'
                   perform BROWSE-BACK
               when 'FWRD'
             move 'No such Record' to ws-msg
             move 'y' to ws-error-ind
           else
             perform DISPLAY-FIELDS
           end-if
           exit.

      * the payroll record's fields into the container -- also
      * used to show a pending change as it would leave the record

       DISPLAY-FIELDS.

             move pr-department            to ws-department
             move pr-employee-no           to ws-employee-no
             move pr-remarks               to ws-remarks
             move pr-status                to ws-status
             move pr-term-date             to ws-term-date
             move pr-pay-type              to ws-pay-type
             if pr-hourly-rate numeric
                move pr-hourly-rate        to ws-hourly-rate
             else
                move 0                     to ws-hourly-rate
             end-if
           exit.

      * this is the Payroll update
              perform return-back
           end-if

           perform PEND-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

      * First time through just displays the record

           if ws-update-ind = 'n'
              move ws-remarks to pr-remarks
           end-if

           if ws-upd-pay-type = 'y'
              move ws-pay-type to pr-pay-type
           end-if

           if ws-upd-hourly-rate = 'y'
              move ws-hourly-rate to pr-hourly-rate
           end-if

           if ws-upd-salary = 'y' or ws-upd-pay-type = 'y' or
              ws-upd-hourly-rate = 'y'
              move 'y' to ws-pay-change-ind
           else
              move 'n' to ws-pay-change-ind
           end-if

           perform UPD-EDITS
           if ws-error-ind = 'y'
              move 'y' to ws-update-ind
              perform return-back
           end-if

           if ws-pay-change-ind = 'y'
              perform SALARY-CHECK
              if ws-error-ind = 'y'
                 move 'y' to ws-update-ind
      * department budget -- a cut or a terminated record never
      * needs the gate

           if ws-pay-change-ind = 'y' and pr-active and
              pr-salary > aud-old-salary
              move pr-department to ws-bud-dept
              move 0             to ws-budg-count-delta
              end-if
           end-if

      * a salary change past the dual-control limits is held for
      * a second operator instead of being posted

           move 'n' to ws-hold-ind
           if ws-pay-change-ind = 'y' and
              pr-salary not = aud-old-salary
              perform LIMIT-CHECK
           end-if

           if ws-hold-ind = 'y'
              move 'UPDT' to ws-hold-action
              perform HOLD-CHANGE
              perform return-back
           end-if

           move eibuserid to ws-keyed-userid
           move spaces    to ws-approver-userid
           perform UPDATE-POST
           exit.

      **********************************************************
      * Post an UPDATES change: rewrite PAYROLL, then the UPDT   *
      * audit record, the extract and the PAYCTRL delta.  The    *
      * record as changed is in payroll-record and as it stood   *
      * in aud-old-payroll; the caller names the keying operator *
      * and, for an approved change, the approver.               *
      **********************************************************
       UPDATE-POST.

           exec cics asktime abstime(ws-time)
           end-exec

              move pr-employee-no     to aud-employee-no
              move pr-time-stamp      to aud-time-stamp
              move 'UPDT'             to aud-action
              move ws-keyed-userid    to aud-userid
              move ws-approver-userid to aud-approver-userid
              if ws-pay-change-ind = 'y' and
                 pr-salary not = aud-old-salary
                 move ws-salary-eff-date to aud-effective-date
              end-if

              exec cics write file('PAYAUDT')
                              ridfld(ws-audit-key)
      * a terminated employee is outside the PAYCTRL totals, so a
      * salary correction on one posts no control delta

              if ws-pay-change-ind = 'y' and pr-active
                 move pr-department  to ws-ctl-department
                 move 0              to ws-ctl-count-delta
                 compute ws-ctl-total-delta =
              perform return-back
           end-if

           perform PEND-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

      * the employee number may not be on file in another
      * department, whichever pass this is

           perform EMPL-CHECK
           if ws-error-ind = 'y'
              move 'n' to ws-add-ind
              perform return-back
           end-if

      * Add new employee record
      * first time through ask for details and confirmation

                                ws-salary
                                ws-start-date
                                ws-remarks
                 move 'S' to ws-pay-type
                 move 0   to ws-hourly-rate
                 move 'y' to ws-add-ind
                 move 'Enter new employee details and hit PF5' to
                      ws-msg
              move zero                   to pr-dep-count
              move 'A'                    to pr-status
              move spaces                 to pr-term-date
              move ws-pay-type            to pr-pay-type
              move ws-hourly-rate         to pr-hourly-rate

              perform ADD-EDITS
              if ws-error-ind = 'y'
      * record was just read for update by ADDS; the operator's  *
      * amended details go on, the status goes back to active,   *
      * the termination date is cleared and the dependents       *
      * sub-record is left as it stood at termination.  A rehire *
      * is always held on PAYPEND for a second operator; only    *
      * the approval posts it (REHIRE-POST).                     *
      **********************************************************
       REHIRE.

           move ws-remarks             to pr-remarks
           move 'A'                    to pr-status
           move spaces                 to pr-term-date
           move ws-pay-type            to pr-pay-type
           move ws-hourly-rate         to pr-hourly-rate

           perform ADD-EDITS
           if ws-error-ind = 'y'
              perform return-back
           end-if

           move 'REHI' to ws-hold-action
           perform HOLD-CHANGE
           exit.

      * post an approved rehire: the reactivated record is in
      * payroll-record and the terminated one in aud-old-payroll

       REHIRE-POST.

           exec cics asktime abstime(ws-time)
           end-exec

              move pr-employee-no     to aud-employee-no
              move pr-time-stamp      to aud-time-stamp
              move 'REHI'             to aud-action
              move ws-keyed-userid    to aud-userid
              move ws-approver-userid to aud-approver-userid

              exec cics write file('PAYAUDT')
                              ridfld(ws-audit-key)
      * The DLET request no longer physically deletes: the record
      * is marked terminated (PR-STATUS 'T') and kept on file so
      * history, the name browse and year-end reporting survive.
      * The ADDS path rehires a terminated record in place.  The
      * termination is held on PAYPEND for a second operator and
      * only the approval posts it (TERM-POST).

       DELETES.

              perform return-back
           end-if

           perform PEND-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

           if ws-delete-ind = 'n'
             move 'y' to ws-delete-ind
             move 'Hit PF6 to confirm termination' to ws-msg

             move payroll-record to aud-old-payroll

             perform GET-TODAY

             move 'T'           to pr-status
             move ws-today      to pr-term-date

             move 'TERM' to ws-hold-action
             perform HOLD-CHANGE
           end-if
           exit.

      * post an approved termination: the record marked
      * terminated is in payroll-record and the active one in
      * aud-old-payroll

       TERM-POST.

           exec cics asktime abstime(ws-time)
           end-exec

           move ws-time-stamp to pr-time-stamp

           exec cics rewrite file('PAYROLL')
                             from(payroll-record)
                             nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
             move 'Error terminating Payroll record' to ws-msg
             move 'y' to ws-error-ind
           else
             move 'Employee terminated successfully' to ws-msg

             move payroll-record     to aud-new-payroll
             move pr-employee-no     to ws-audit-empl-no
             move pr-time-stamp      to ws-audit-time-stamp
             move pr-employee-no     to aud-employee-no
             move pr-time-stamp      to aud-time-stamp
             move 'TERM'             to aud-action
             move ws-keyed-userid    to aud-userid
             move ws-approver-userid to aud-approver-userid

             exec cics write file('PAYAUDT')
                             ridfld(ws-audit-key)
                             from(audit-record)
                             nohandle
             end-exec

             if eibresp not = dfhresp(NORMAL)
                move 'Terminated - audit write failed' to ws-msg
             end-if

             move 'TERM'             to ext-action
             move pr-employee-no     to ext-employee-no
             move pr-department      to ext-department
             move pr-department      to ext-old-department
             move 0                  to ext-salary
             move pr-salary          to ext-old-salary

             exec cics writeq td queue(ws-extractq)
                                from(extract-record)
                                nohandle
             end-exec

             if eibresp not = dfhresp(NORMAL)
                move 'Terminated - extract write failed' to ws-msg
             end-if

             move pr-department  to ws-ctl-department
             move -1             to ws-ctl-count-delta
             compute ws-ctl-total-delta = 0 - pr-salary
             perform CONTROL-UPDATE
           end-if

           exit.

      **********************************************************
      * key deleted, carrying the whole record including the     *
      * PR-DEPENDENT entries.  Both departments' PAYCTRL totals  *
      * are adjusted and a single XFER audit and extract record  *
      * is written.  The transfer is held on PAYPEND for a       *
      * second operator and only the approval posts it           *
      * (XFER-POST).                                             *
      **********************************************************
       TRANSFERS.

              perform return-back
           end-if

           perform PEND-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

      * First time through just displays the record

           if ws-xfer-ind = 'n'
              perform return-back
           end-if

           move 'XFER' to ws-hold-action
           perform HOLD-CHANGE
           exit.

      * post an approved transfer: the record under its new
      * department is in payroll-record, the new key in
      * ws-xfer-key, the old key in ws-key and the department the
      * employee leaves in ws-xfer-old-dept

       XFER-POST.

           exec cics asktime abstime(ws-time)
           end-exec

           move pr-employee-no     to aud-employee-no
           move pr-time-stamp      to aud-time-stamp
           move 'XFER'             to aud-action
           move ws-keyed-userid    to aud-userid
           move ws-approver-userid to aud-approver-userid

           exec cics write file('PAYAUDT')
                           ridfld(ws-audit-key)
           exit.

      **********************************************************
      * APPR Processing (second-operator approval)               *
      * Posts the change pending on PAYPEND for the employee.    *
      * The first pass shows the record as the change would      *
      * leave it, with the action and who keyed it; the second   *
      * pass posts it exactly as the keying path would have --   *
      * PAYROLL, PAYAUDT with both operators, the extract and    *
      * PAYCTRL -- and marks the entry approved.  The approver   *
      * must be authorized for the department the change was     *
      * keyed under and may not be the operator who keyed it.    *
      * A record changed since the change was keyed is not       *
      * posted over: the change has to be rejected and rekeyed.  *
      **********************************************************
       APPROVALS.

           perform APPR-LOAD

      * First time through just shows the pending change

           if ws-appr-ind = 'n'
              move 'y' to ws-appr-ind
              move 'n' to ws-error-ind
              perform APPR-SHOW
              move ' - PF4 to approve' to ws-apm-prompt
              move ws-appr-msg to ws-msg
              perform return-back
           end-if

      * Second time through posts it

           move 'n' to ws-appr-ind

           perform APPR-READ-PENDING

           move pnd-keyed-userid to ws-keyed-userid
           move eibuserid        to ws-approver-userid
           move pnd-old-payroll  to aud-old-payroll

           evaluate pnd-action
               when 'UPDT'
                   perform APPROVE-UPDT
               when 'TERM'
                   perform APPROVE-TERM
               when 'REHI'
                   perform APPROVE-REHI
               when 'XFER'
                   perform APPROVE-XFER
               when other
                   move 'Pending change has an unknown action' to
                        ws-msg
                   move 'y' to ws-error-ind
           end-evaluate

           if ws-error-ind not = 'y'
              move 'A' to pnd-status
              perform APPR-CLOSE
              if ws-pend-resp not = dfhresp(NORMAL)
                 move 'Posted - approval not recorded' to ws-msg
              end-if
           end-if
           exit.

      **********************************************************
      * REJT Processing (second-operator rejection)              *
      * Turns down the change pending on PAYPEND for the         *
      * employee, with a reason, under the same checks as APPR.  *
      * Nothing is posted; the entry stays on PAYPEND as         *
      * rejected for the nightly PAYAPPR report.                 *
      **********************************************************
       REJECTIONS.

           perform APPR-LOAD

      * First time through just shows the pending change

           if ws-appr-ind = 'n'
              move 'y' to ws-appr-ind
              move 'n' to ws-error-ind
              perform APPR-SHOW
              move spaces to ws-appr-reason
              move ' - PF5 to reject' to ws-apm-prompt
              move ws-appr-msg to ws-msg
              perform return-back
           end-if

      * Second time through records the rejection

           move 'n' to ws-appr-ind

           if ws-appr-reason = spaces
              move 'A reason is required to reject' to ws-msg
              move 'y' to ws-error-ind
              move 'y' to ws-appr-ind
              perform return-back
           end-if

           perform APPR-READ-PENDING

           move 'R'            to pnd-status
           move ws-appr-reason to pnd-reject-reason
           perform APPR-CLOSE

           if ws-pend-resp not = dfhresp(NORMAL)
              move 'Failure recording the rejection' to ws-msg
              move 'y' to ws-error-ind
           else
              move 'Change rejected - nothing posted' to ws-msg
           end-if
           exit.

      * the checks APPR and REJT both make before they show or
      * decide the change pending for the employee

       APPR-LOAD.

           perform AUTH-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

           perform SELF-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

           perform PEND-FIND
           if ws-pend-found-ind not = 'y'
              move 'No change pending for this employee' to ws-msg
              move 'y' to ws-error-ind
              move 'n' to ws-appr-ind
              perform return-back
           end-if

           if pnd-department not = ws-key-dept
              move 'Change was keyed under another dept' to ws-msg
              move 'y' to ws-error-ind
              move 'n' to ws-appr-ind
              perform return-back
           end-if

           if pnd-keyed-userid = eibuserid
              move 'Cannot decide a change you keyed' to ws-msg
              move 'y' to ws-error-ind
              move 'n' to ws-appr-ind
              perform return-back
           end-if
           exit.

       APPR-SHOW.

           move pnd-new-payroll    to payroll-record
           perform DISPLAY-FIELDS
           move pnd-new-department to ws-new-department
           move pnd-effective-date to ws-salary-eff-date
           move pnd-action         to ws-appr-action
           move pnd-keyed-userid   to ws-appr-keyed-by
           move pnd-time-stamp     to ws-appr-time-stamp

           move pnd-action         to ws-apm-action
           move pnd-keyed-userid   to ws-apm-userid
           exit.

      * the second pass must decide the same entry the first pass
      * showed, and it must still be pending

       APPR-READ-PENDING.

           if ws-pend-found-stamp not = ws-appr-time-stamp
              move 'Pending change differs - redisplay' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           move ws-key-empl-no      to ws-pend-empl-no
           move ws-pend-found-stamp to ws-pend-time-stamp

           exec cics read file('PAYPEND')
                          ridfld(ws-pend-key)
                          into(pending-record)
                          update
                          nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Problem with the pending change' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           if not pnd-pending
              move 'Change is no longer pending' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if
           exit.

      * mark the entry decided -- the caller has set the status
      * (and the reason for a rejection)

       APPR-CLOSE.

           perform GET-TODAY

           move eibuserid to pnd-decided-userid
           move ws-today  to pnd-decided-date

           exec cics rewrite file('PAYPEND')
                             from(pending-record)
                             resp(ws-pend-resp)
           end-exec
           exit.

      * each approval re-reads PAYROLL and refuses when the record
      * is no longer the one the change was keyed against

       APPROVE-UPDT.

           exec cics read file('PAYROLL')
                          ridfld(ws-key)
                          into(payroll-record)
                          update
                          nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Problem with that record' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           perform APPR-STAMP-CHECK

           move pnd-new-payroll    to payroll-record
           move pnd-effective-date to ws-salary-eff-date
           move 'y'                to ws-pay-change-ind
           perform UPDATE-POST
           exit.

       APPROVE-TERM.

           exec cics read file('PAYROLL')
                          ridfld(ws-key)
                          into(payroll-record)
                          update
                          nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Error reading Payroll record' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           perform APPR-STAMP-CHECK

           if pr-terminated
              move 'Employee is already terminated' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           move pnd-new-payroll to payroll-record
           perform TERM-POST
           exit.

       APPROVE-REHI.

           perform EMPL-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

           exec cics read file('PAYROLL')
                          ridfld(ws-key)
                          into(payroll-record)
                          update
                          nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Problem with that record' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           perform APPR-STAMP-CHECK

           if not pr-terminated
              move 'Employee is no longer terminated' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           move pnd-new-payroll to payroll-record
           perform REHIRE-POST
           exit.

       APPROVE-XFER.

           move pnd-new-department to ws-xfer-dept
           move ws-key-empl-no     to ws-xfer-empl-no

           exec cics read file('PAYROLL')
                          ridfld(ws-xfer-key)
                          into(payroll-record)
                          nohandle
           end-exec

           if eibresp = dfhresp(NORMAL)
              move 'Already on file in new department' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           exec cics read file('PAYROLL')
                          ridfld(ws-key)
                          into(payroll-record)
                          nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Problem with that record' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           perform APPR-STAMP-CHECK

           if pr-terminated
              move 'Cannot transfer a terminated employee' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           move pr-department   to ws-xfer-old-dept
           move pnd-new-payroll to payroll-record
           perform XFER-POST
           exit.

       APPR-STAMP-CHECK.

           if pr-time-stamp not = aud-old-time-stamp
              move 'Record changed since keyed - reject it' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if
           exit.

      **********************************************************
      * DEPS Processing (dependents/beneficiaries maintenance)  *
      **********************************************************
       DEPS-MAINT.

           perform AUTH-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

      * First time through just displays the current dependents

           if ws-deps-ind = 'n'

              exec cics read file('PAYROLL')
                             ridfld(ws-key)
                             into(payroll-record)
                             nohandle
              end-exec

              if eibresp not = dfhresp(NORMAL)
                 move 'No such Record' to ws-msg
                 move 'y' to ws-error-ind
                 perform return-back
              end-if

              move 'y' to ws-deps-ind
              move 'n' to ws-error-ind
              move 'Please make your changes and hit PF4' to ws-msg
              move pr-time-stamp to ws-orig-time-stamp
              move pr-dep-count  to ws-dep-count

              perform varying ws-dep-sub from 1 by 1
                 until ws-dep-sub > 5
                 move pr-dep-name(ws-dep-sub)
                                     to ws-dep-name(ws-dep-sub)
                 move pr-dep-relationship(ws-dep-sub)
                                     to ws-dep-relationship(ws-dep-sub)
                 move pr-dep-dob(ws-dep-sub)
                                     to ws-dep-dob(ws-dep-sub)
                 move 'n'            to ws-dep-upd-ind(ws-dep-sub)
              end-perform

              perform return-back
           end-if

      * Second time through updates the dependents

           move 'n' to ws-deps-ind

           exec cics read file('PAYROLL')
                          ridfld(ws-key)
                          into(payroll-record)
                          update
                          nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Problem with that record' to ws-msg
              move 'y' to ws-error-ind

              perform return-back
           end-if

           if pr-time-stamp not = ws-orig-time-stamp
              move 'Record changed - please redisplay' to ws-msg
              move 'y' to ws-error-ind

              perform return-back
           end-if

           if ws-dep-count > 5
              move 'y' to ws-deps-ind
              move 'y' to ws-error-ind
              move 'Too many dependents - maximum is 5' to ws-msg

              perform return-back
           end-if

           perform DEP-EDITS
           if ws-error-ind = 'y'
              move 'y' to ws-deps-ind

              perform return-back
           end-if

           move payroll-record to aud-old-payroll

           perform varying ws-dep-sub from 1 by 1
              until ws-dep-sub > 5
              if ws-dep-upd-ind(ws-dep-sub) = 'y'
                 move ws-dep-name(ws-dep-sub)
                                     to pr-dep-name(ws-dep-sub)
                 move ws-dep-relationship(ws-dep-sub)
                                     to pr-dep-relationship(ws-dep-sub)
                 move ws-dep-dob(ws-dep-sub)
                                     to pr-dep-dob(ws-dep-sub)
              end-if
           end-perform

           move ws-dep-count to pr-dep-count

           exec cics asktime abstime(ws-time)
           end-exec

           move ws-time-stamp to pr-time-stamp

           exec cics rewrite file('PAYROLL')
                             from(payroll-record)
                             nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'y' to ws-error-ind
              move 'Failure on dependent update' to ws-msg
           else
              move 'Dependent update successful' to ws-msg

              move payroll-record     to aud-new-payroll
              move pr-employee-no     to ws-audit-empl-no

           exit.

      * paid days come off the balance now; unpaid days go onto
      * the pending fields for the named period, adding to any
      * days already pending against that same period

       LEAVE-APPLY-FIELDS.

           if ws-lv-paid-days > 0
              if ws-lv-paid-days > lv-balance
                 move 'Not enough leave balance for paid days' to
                      ws-msg
                 move 'y' to ws-error-ind
              else
                 subtract ws-lv-paid-days from lv-balance
              end-if
           end-if

           if ws-error-ind not = 'y' and ws-lv-unpaid-days > 0
              if lv-unpaid-period = ws-lv-unpaid-period
                 add ws-lv-unpaid-days to lv-unpaid-days
              else
                 move ws-lv-unpaid-period to lv-unpaid-period
                 move ws-lv-unpaid-days   to lv-unpaid-days
              end-if
           end-if
           exit.

       LEAVE-EDITS.

           move 'n' to ws-error-ind

           if ws-lv-paid-days not numeric or
              ws-lv-unpaid-days not numeric
              move 'Leave days must be numeric' to ws-msg
              move 'y' to ws-error-ind
           end-if

           if ws-error-ind not = 'y'
              if ws-lv-paid-days not > 0 and
                 ws-lv-unpaid-days not > 0
                 move 'Enter paid or unpaid days to record' to
                      ws-msg
                 move 'y' to ws-error-ind
              end-if
           end-if

           if ws-error-ind not = 'y'
              if ws-lv-unpaid-days > 0 and
                 ws-lv-unpaid-period = spaces
                 move 'Unpaid days need the pay period' to ws-msg
                 move 'y' to ws-error-ind
              end-if
           end-if
           exit.

      **********************************************************
      * BANK Processing (direct-deposit account maintenance)    *
      * Two passes like DEDN-MAINT: the first loads the          *
      * employee's PAYBANK accounts into the two container       *
      * entries -- entry 1 the primary account, which takes the  *
      * net the split leaves, entry 2 the optional second        *
      * account with its flat or percent split -- and the second *
      * applies the entries flagged for update.  A blanked-out   *
      * sort code deletes the account.  A new account, a change  *
      * of sort code or account number, or any save against a   *
      * rejected account goes back to pending: PAYPRNT sends the *
      * bank a zero-value prenote and PAYCYCLE pays by cheque    *
      * until the prenote has cleared.  An operator may not      *
      * maintain their own bank details.  The PAYROLL record     *
      * itself is not touched, but the change gets the same      *
      * PAYAUDT audit record the other update paths write, under *
      * action BANK.                                             *
      **********************************************************
       BANK-MAINT.

           perform AUTH-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

           perform SELF-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

      * First time through just displays the accounts on file

           if ws-bank-ind = 'n'

              exec cics read file('PAYROLL')
                             ridfld(ws-key)
                             into(payroll-record)
                             nohandle
              end-exec

              if eibresp not = dfhresp(NORMAL)
                 move 'No such Record' to ws-msg
                 move 'y' to ws-error-ind
                 perform return-back
              end-if

              move 'y' to ws-bank-ind
              move 'n' to ws-error-ind
              move 'Please make your changes and hit PF4' to ws-msg
              move pr-time-stamp to ws-orig-time-stamp

              perform varying ws-bank-sub from 1 by 1
                 until ws-bank-sub > 2
                 perform BANK-LOAD-ONE
              end-perform

              perform return-back
           end-if

      * Second time through applies the flagged entries

           move 'n' to ws-bank-ind

           exec cics read file('PAYROLL')
                          ridfld(ws-key)
                          into(payroll-record)
                          nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Problem with that record' to ws-msg
              move 'y' to ws-error-ind

              perform return-back
           end-if

           if pr-time-stamp not = ws-orig-time-stamp
              move 'Record changed - please redisplay' to ws-msg
              move 'y' to ws-error-ind

              perform return-back
           end-if

           perform BANK-EDITS
           if ws-error-ind = 'y'
              move 'y' to ws-bank-ind

              perform return-back
           end-if

      * stop applying on the first failed write -- the failure
      * message must survive, and a half-applied set gets no
      * success audit

           perform varying ws-bank-sub from 1 by 1
              until ws-bank-sub > 2 or ws-error-ind = 'y'
              if ws-ba-upd-ind(ws-bank-sub) = 'y'
                 perform BANK-APPLY-ONE
              end-if
           end-perform

           if ws-error-ind = 'y'
              perform return-back
           end-if

           move 'Bank accounts updated successfully' to ws-msg

           move payroll-record     to aud-old-payroll
           move payroll-record     to aud-new-payroll

           exec cics asktime abstime(ws-time)
           end-exec

           move ws-employee-no     to ws-audit-empl-no
           move ws-time-stamp      to ws-audit-time-stamp
           move ws-employee-no     to aud-employee-no
           move ws-time-stamp      to aud-time-stamp
           move 'BANK'             to aud-action
           move eibuserid          to aud-userid

           exec cics write file('PAYAUDT')
                           ridfld(ws-audit-key)
                           from(audit-record)
                           nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Bank accounts updated - audit write failed'
                   to ws-msg
           end-if

           exit.

       BANK-LOAD-ONE.

           move ws-employee-no to ws-bacct-empl-no
           move ws-bank-sub    to ws-bacct-seq

           exec cics read file('PAYBANK')
                          ridfld(ws-bacct-key)
                          into(bank-account-record)
                          nohandle
           end-exec

           if eibresp = dfhresp(NORMAL)
              move ba-account-name to ws-ba-account-name(ws-bank-sub)
              move ba-sort-code    to ws-ba-sort-code(ws-bank-sub)
              move ba-account-no   to ws-ba-account-no(ws-bank-sub)
              move ba-account-type to ws-ba-account-type(ws-bank-sub)
              move ba-split-type   to ws-ba-split-type(ws-bank-sub)
              move ba-split-amount to
                   ws-ba-split-amount(ws-bank-sub)
              move ba-split-pct    to ws-ba-split-pct(ws-bank-sub)
              move ba-status       to ws-ba-status(ws-bank-sub)
           else
              move spaces to ws-ba-account-name(ws-bank-sub)
              move spaces to ws-ba-sort-code(ws-bank-sub)
              move spaces to ws-ba-account-no(ws-bank-sub)
              move spaces to ws-ba-account-type(ws-bank-sub)
              move spaces to ws-ba-split-type(ws-bank-sub)
              move zeros  to ws-ba-split-amount(ws-bank-sub)
              move zeros  to ws-ba-split-pct(ws-bank-sub)
              move spaces to ws-ba-status(ws-bank-sub)
           end-if
           move 'n' to ws-ba-upd-ind(ws-bank-sub)
           exit.

      * a blanked-out sort code deletes the account at that
      * sequence; otherwise the account is rewritten if it is on
      * file and written fresh if it is not.  New details, or any
      * save against a rejected account, go back to pending so
      * nothing is paid into them until a prenote has cleared.

       BANK-APPLY-ONE.

           move ws-employee-no to ws-bacct-empl-no
           move ws-bank-sub    to ws-bacct-seq

           if ws-ba-sort-code(ws-bank-sub) = spaces
              exec cics delete file('PAYBANK')
                               ridfld(ws-bacct-key)
                               nohandle
              end-exec

              if eibresp not = dfhresp(NORMAL) and
                 eibresp not = dfhresp(NOTFND)
                 move 'Failure deleting a bank account' to ws-msg
                 move 'y' to ws-error-ind
              else
                 move spaces to ws-ba-status(ws-bank-sub)
              end-if
           else
              exec cics read file('PAYBANK')
                             ridfld(ws-bacct-key)
                             into(bank-account-record)
                             update
                             nohandle
              end-exec

              if eibresp = dfhresp(NORMAL)
                 if ba-sort-code not = ws-ba-sort-code(ws-bank-sub)
                    or ba-account-no not =
                       ws-ba-account-no(ws-bank-sub)
                    or ba-rejected
                    perform BANK-SET-PENDING
                 end-if
                 perform BANK-MOVE-FIELDS
                 exec cics rewrite file('PAYBANK')
                                   from(bank-account-record)
                                   nohandle
                 end-exec
              else
                 move spaces to bank-account-record
                 move ws-employee-no to ba-employee-no
                 move ws-bank-sub    to ba-acct-seq
                 perform BANK-SET-PENDING
                 perform BANK-MOVE-FIELDS
                 exec cics write file('PAYBANK')
                                 ridfld(ws-bacct-key)
                                 from(bank-account-record)
                                 nohandle
                 end-exec
              end-if

              if eibresp not = dfhresp(NORMAL)
                 move 'Failure writing a bank account' to ws-msg
                 move 'y' to ws-error-ind
              else
                 move ba-status to ws-ba-status(ws-bank-sub)
              end-if
           end-if
           exit.

       BANK-SET-PENDING.

           move 'P'    to ba-status
           move spaces to ba-prenote-date
           move spaces to ba-valid-date
           move spaces to ba-reject-reason
           exit.

      * the account name defaults to the employee's own name; the
      * primary account always takes the remainder, so it never
      * carries a split of its own

       BANK-MOVE-FIELDS.

           if ws-ba-account-name(ws-bank-sub) = spaces
              move pr-name to ws-ba-account-name(ws-bank-sub)
           end-if

           move ws-ba-account-name(ws-bank-sub) to ba-account-name
           move ws-ba-sort-code(ws-bank-sub)    to ba-sort-code
           move ws-ba-account-no(ws-bank-sub)   to ba-account-no
           move ws-ba-account-type(ws-bank-sub) to ba-account-type

           if ws-bank-sub = 1
              move space to ba-split-type
              move zeros to ba-split-amount
              move zeros to ba-split-pct
           else
              move ws-ba-split-type(ws-bank-sub)   to ba-split-type
              move ws-ba-split-amount(ws-bank-sub) to
                   ba-split-amount
              move ws-ba-split-pct(ws-bank-sub)    to ba-split-pct
           end-if
           exit.

       BANK-EDITS.

           move 'n' to ws-error-ind

           perform varying ws-bank-sub from 1 by 1
              until ws-bank-sub > 2 or ws-error-ind = 'y'
              if ws-ba-upd-ind(ws-bank-sub) = 'y' and
                 ws-ba-sort-code(ws-bank-sub) not = spaces
                 perform BANK-EDIT-ONE
              end-if
           end-perform

      * the second account only ever takes a share of the net --
      * the rest has to have somewhere to go

           if ws-error-ind not = 'y' and
              ws-ba-sort-code(2) not = spaces and
              ws-ba-sort-code(1) = spaces
              move 'Second account needs a primary account' to
                   ws-msg
              move 'y' to ws-error-ind
           end-if
           exit.

       BANK-EDIT-ONE.

           if ws-ba-sort-code(ws-bank-sub) not numeric
              move 'Sort code must be 6 digits' to ws-msg
              move 'y' to ws-error-ind
           end-if

           if ws-error-ind not = 'y' and
              ws-ba-account-no(ws-bank-sub) = spaces
              move 'Account number is required' to ws-msg
              move 'y' to ws-error-ind
           end-if

           if ws-error-ind not = 'y' and
              ws-ba-account-type(ws-bank-sub) not = 'C' and
              ws-ba-account-type(ws-bank-sub) not = 'S'
              move 'Account type must be C or S' to ws-msg
              move 'y' to ws-error-ind
           end-if

           if ws-error-ind not = 'y' and ws-bank-sub = 2
              evaluate ws-ba-split-type(ws-bank-sub)
                  when 'F'
                      if ws-ba-split-amount(ws-bank-sub) not numeric
                         or ws-ba-split-amount(ws-bank-sub) not > 0
                         move 'Split amount must be positive' to
                              ws-msg
                         move 'y' to ws-error-ind
                      end-if
                  when 'P'
                      if ws-ba-split-pct(ws-bank-sub) not numeric
                         or ws-ba-split-pct(ws-bank-sub) not > 0
                         or ws-ba-split-pct(ws-bank-sub) not < 100
                         move 'Split percent must be 0.01-99.99' to
                              ws-msg
                         move 'y' to ws-error-ind
                      end-if
                  when other
                      move 'Second account split must be F or P' to
                           ws-msg
                      move 'y' to ws-error-ind
              end-evaluate
           end-if
           exit.

      **********************************************************
      * ADJT Processing (one-time adjustment entry)             *
      * Two passes like DEDN-MAINT: the first loads the          *
      * employee's pending PAYADJ adjustments into the container *
      * entries, the second applies the entries flagged for      *
      * update -- a new entry (sequence zero) is written under   *
      * the next free sequence number, a pending entry is        *
      * rewritten, or deleted when its code is blanked out.  An  *
      * adjustment PAYCYCLE has already paid is history and can  *
      * not be touched.  An operator may not key adjustments to  *
      * their own pay.  The PAYROLL record itself is not         *
      * touched; each entry added, changed or deleted gets its   *
      * own PAYAUDT record under action ADJT, with the entry     *
      * before and after the change in the old and new remarks.  *
      **********************************************************
       ADJT-MAINT.

           perform AUTH-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

           perform SELF-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

      * First time through just displays the pending adjustments

           if ws-adjt-ind = 'n'

              exec cics read file('PAYROLL')
                             ridfld(ws-key)
                             into(payroll-record)
                             nohandle
              end-exec

              if eibresp not = dfhresp(NORMAL)
                 move 'No such Record' to ws-msg
                 move 'y' to ws-error-ind
                 perform return-back
              end-if

              move 'y' to ws-adjt-ind
              move 'n' to ws-error-ind
              move 'Please make your changes and hit PF4' to ws-msg
              move pr-time-stamp to ws-orig-time-stamp

              perform varying ws-adjt-sub from 1 by 1
                 until ws-adjt-sub > 5
                 move zeros  to ws-adj-seq(ws-adjt-sub)
                 move spaces to ws-adj-code(ws-adjt-sub)
                 move zeros  to ws-adj-amount(ws-adjt-sub)
                 move spaces to ws-adj-taxable(ws-adjt-sub)
                 move spaces to ws-adj-period(ws-adjt-sub)
                 move 'n'    to ws-adj-upd-ind(ws-adjt-sub)
              end-perform

              move ws-employee-no to ws-adjt-empl-no
              move zeros          to ws-adjt-seq

              exec cics startbr file('PAYADJ')
                                ridfld(ws-adjt-key)
                                generic
                                keylength(5)
                                equal
                                resp(ws-adjt-resp)
              end-exec

              if ws-adjt-resp = dfhresp(NORMAL)
                 move 0 to ws-adjt-sub
                 exec cics readnext file('PAYADJ')
                                    ridfld(ws-adjt-key)
                                    into(adjustment-record)
                                    resp(ws-adjt-resp)
                 end-exec
                 perform until ws-adjt-resp not = dfhresp(NORMAL)
                    or adj-employee-no not = ws-employee-no
                    or ws-adjt-sub not < 5
                    if adj-pending
                       add 1 to ws-adjt-sub
                       move adj-seq    to ws-adj-seq(ws-adjt-sub)
                       move adj-code   to ws-adj-code(ws-adjt-sub)
                       move adj-amount to
                            ws-adj-amount(ws-adjt-sub)
                       move adj-taxable-ind to
                            ws-adj-taxable(ws-adjt-sub)
                       move adj-period to
                            ws-adj-period(ws-adjt-sub)
                    end-if
                    exec cics readnext file('PAYADJ')
                                       ridfld(ws-adjt-key)
                                       into(adjustment-record)
                                       resp(ws-adjt-resp)
                    end-exec
                 end-perform
                 exec cics endbr file('PAYADJ')
                 end-exec
              end-if

              perform return-back
           end-if

      * Second time through applies the flagged entries

           move 'n' to ws-adjt-ind

           exec cics read file('PAYROLL')
                          ridfld(ws-key)
                          into(payroll-record)
                          nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Problem with that record' to ws-msg
              move 'y' to ws-error-ind

              perform return-back
           end-if

           if pr-time-stamp not = ws-orig-time-stamp
              move 'Record changed - please redisplay' to ws-msg
              move 'y' to ws-error-ind

              perform return-back
           end-if

           perform ADJT-EDITS
           if ws-error-ind = 'y'
              move 'y' to ws-adjt-ind

              perform return-back
           end-if

           perform ADJT-NEXT-SEQ
           perform GET-TODAY

      * stop applying on the first failed write -- the failure
      * message must survive.  Every entry applied before it has
      * already been audited on its own record.

           perform varying ws-adjt-sub from 1 by 1
              until ws-adjt-sub > 5 or ws-error-ind = 'y'
              if ws-adj-upd-ind(ws-adjt-sub) = 'y'
                 perform ADJT-APPLY-ONE
              end-if
           end-perform

           if ws-error-ind = 'y'
              perform return-back
           end-if

           move 'Adjustments updated successfully' to ws-msg

           exit.

      * the highest sequence the employee has ever used, paid
      * entries included, so a new entry never reuses a number

       ADJT-NEXT-SEQ.

           move 0              to ws-adjt-next-seq
           move ws-employee-no to ws-adjt-empl-no
           move zeros          to ws-adjt-seq

           exec cics startbr file('PAYADJ')
                             ridfld(ws-adjt-key)
                             generic
                             keylength(5)
                             equal
                             resp(ws-adjt-resp)
           end-exec

           if ws-adjt-resp = dfhresp(NORMAL)
              exec cics readnext file('PAYADJ')
                                 ridfld(ws-adjt-key)
                                 into(adjustment-record)
                                 resp(ws-adjt-resp)
              end-exec
              perform until ws-adjt-resp not = dfhresp(NORMAL)
                 or adj-employee-no not = ws-employee-no
                 move adj-seq to ws-adjt-next-seq
                 exec cics readnext file('PAYADJ')
                                    ridfld(ws-adjt-key)
                                    into(adjustment-record)
                                    resp(ws-adjt-resp)
                 end-exec
              end-perform
              exec cics endbr file('PAYADJ')
              end-exec
           end-if
           exit.

      * sequence zero with a code writes a new pending entry; a
      * sequence on file is rewritten, or deleted when the code is
      * blanked out -- but only while it is still pending

       ADJT-APPLY-ONE.

           move spaces to ws-adjt-old-remark
           move spaces to ws-adjt-new-remark

           if ws-adj-seq(ws-adjt-sub) = 0
              if ws-adj-code(ws-adjt-sub) not = spaces
                 if ws-adjt-next-seq = 999
                    move 'No more adjustment numbers for employee'
                         to ws-msg
                    move 'y' to ws-error-ind
                 else
                    add 1 to ws-adjt-next-seq
                    move ws-adjt-next-seq to ws-adj-seq(ws-adjt-sub)
                    move ws-employee-no   to ws-adjt-empl-no
                    move ws-adjt-next-seq to ws-adjt-seq
                    move spaces to adjustment-record
                    move ws-employee-no   to adj-employee-no
                    move ws-adjt-next-seq to adj-seq
                    perform ADJT-MOVE-FIELDS
                    move 'P'              to adj-status
                    move spaces           to adj-paid-period
                    move spaces           to adj-paid-date
                    move eibuserid        to adj-entered-by
                    move ws-today         to adj-entered-date
                    exec cics write file('PAYADJ')
                                    ridfld(ws-adjt-key)
                                    from(adjustment-record)
                                    nohandle
                    end-exec
                    if eibresp not = dfhresp(NORMAL)
                       move 'Failure writing an adjustment' to ws-msg
                       move 'y' to ws-error-ind
                    else
                       perform ADJT-FORMAT-AUDIT
                       move ws-adjt-audit-line to ws-adjt-new-remark
                       perform ADJT-AUDIT
                    end-if
                 end-if
              end-if
           else
              move ws-employee-no           to ws-adjt-empl-no
              move ws-adj-seq(ws-adjt-sub)  to ws-adjt-seq

              exec cics read file('PAYADJ')
                             ridfld(ws-adjt-key)
                             into(adjustment-record)
                             update
                             nohandle
              end-exec

              if eibresp not = dfhresp(NORMAL)
                 move 'Adjustment is no longer on file' to ws-msg
                 move 'y' to ws-error-ind
              else
                 if not adj-pending
                    exec cics unlock file('PAYADJ')
                                     nohandle
                    end-exec
                    move 'Adjustment already paid - cannot change'
                         to ws-msg
                    move 'y' to ws-error-ind
                 else
                    perform ADJT-FORMAT-AUDIT
                    move ws-adjt-audit-line to ws-adjt-old-remark
                    if ws-adj-code(ws-adjt-sub) = spaces
                       exec cics delete file('PAYADJ')
                                        nohandle
                       end-exec
                    else
                       perform ADJT-MOVE-FIELDS
                       exec cics rewrite file('PAYADJ')
                                         from(adjustment-record)
                                         nohandle
                       end-exec
                    end-if
                    if eibresp not = dfhresp(NORMAL)
                       move 'Failure writing an adjustment' to ws-msg
                       move 'y' to ws-error-ind
                    else
                       if ws-adj-code(ws-adjt-sub) not = spaces
                          perform ADJT-FORMAT-AUDIT
                          move ws-adjt-audit-line to ws-adjt-new-remark
                       end-if
                       perform ADJT-AUDIT
                    end-if
                 end-if
              end-if
           end-if
           exit.

       ADJT-MOVE-FIELDS.

           move ws-adj-code(ws-adjt-sub)    to adj-code
           move ws-adj-amount(ws-adjt-sub)  to adj-amount
           move ws-adj-taxable(ws-adjt-sub) to adj-taxable-ind
           move ws-adj-period(ws-adjt-sub)  to adj-period
           exit.

       ADJT-FORMAT-AUDIT.

           move adj-seq          to ws-ajal-seq
           move adj-code         to ws-ajal-code
           move adj-period       to ws-ajal-period
           move adj-taxable-ind  to ws-ajal-taxable
           move adj-amount       to ws-ajal-amount
           exit.

      * one PAYAUDT record per entry applied; the payroll images
      * are the same snapshot, the remarks carry the entry itself.
      * Entries applied in the same millisecond would share an
      * audit key, so each stamp is kept past the one before it.

       ADJT-AUDIT.

           move payroll-record     to aud-old-payroll
           move payroll-record     to aud-new-payroll
           move ws-adjt-old-remark to aud-old-remarks
           move ws-adjt-new-remark to aud-new-remarks

           exec cics asktime abstime(ws-time)
           end-exec

           if ws-time not > ws-adjt-last-time
              compute ws-time = ws-adjt-last-time + 1
           end-if
           move ws-time            to ws-adjt-last-time

           move ws-employee-no     to ws-audit-empl-no
           move ws-time-stamp      to ws-audit-time-stamp
           move ws-employee-no     to aud-employee-no
           move ws-time-stamp      to aud-time-stamp
           move 'ADJT'             to aud-action
           move eibuserid          to aud-userid

           exec cics write file('PAYAUDT')
                           ridfld(ws-audit-key)
                           from(audit-record)
                           nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Adjustment applied - audit write failed' to
                   ws-msg
              move 'y' to ws-error-ind
           end-if
           exit.

       ADJT-EDITS.

           move 'n' to ws-error-ind

           perform varying ws-adjt-sub from 1 by 1
              until ws-adjt-sub > 5 or ws-error-ind = 'y'
              if ws-adj-upd-ind(ws-adjt-sub) = 'y'
                 perform ADJT-EDIT-ONE
              end-if
           end-perform
           exit.

       ADJT-EDIT-ONE.

           if ws-adj-seq(ws-adjt-sub) not numeric
              move 'Adjustment number must be numeric' to ws-msg
              move 'y' to ws-error-ind
           end-if

           if ws-error-ind not = 'y' and
              ws-adj-code(ws-adjt-sub) not = spaces

              if ws-adj-taxable(ws-adjt-sub) not = 'Y' and
                 ws-adj-taxable(ws-adjt-sub) not = 'N'
                 move 'Taxable must be Y or N' to ws-msg
                 move 'y' to ws-error-ind
              end-if

              if ws-error-ind not = 'y'
                 if ws-adj-amount(ws-adjt-sub) not numeric or
                    ws-adj-amount(ws-adjt-sub) = 0
                    move 'Adjustment amount must not be zero' to
                         ws-msg
                    move 'y' to ws-error-ind
                 end-if
              end-if

              if ws-error-ind not = 'y'
                 if ws-adj-period(ws-adjt-sub) not numeric or
                    ws-adj-period(ws-adjt-sub)(5:2) = '00'
                    move 'Pay period must be yyyypp' to ws-msg
                    move 'y' to ws-error-ind
                 end-if
              end-if
           end-if
           exit.
           move 10 to ws-item-no
           exit.

      **********************************************************
      * PHST Processing (pay-history inquiry)                   *
      * Pages through an employee's PAYHIST pay-history records *
      * in period order, one line per period paid, loaded into  *
      * the browse TSQ the same way AUDIT-INQUIRY loads the      *
      * audit trail, so DBCK/DFWD page back through the pays.    *
      * Pay figures are confidential, so the operator must be    *
      * authorized for the employee's department, and the        *
      * employee must be on PAYROLL under that department.       *
      **********************************************************
       HIST-INQUIRY.

           perform AUTH-CHECK
           if ws-error-ind = 'y'
              perform return-back
           end-if

           exec cics read file('PAYROLL')
                          into(payroll-record)
                          ridfld(ws-key)
                          resp(ws-response)
           end-exec

           if ws-response not = dfhresp(NORMAL)
              move 'No such Record' to ws-msg
              move 'y' to ws-error-ind
              perform return-back
           end-if

           exec cics deleteq ts queue(ws-browseq)
                             nohandle
           end-exec

           move 0 to ws-l-tot

           move pr-employee-no to ws-hist-empl-no
           move low-values     to ws-hist-period

           exec cics startbr file('PAYHIST')
                             ridfld(ws-hist-key)
                             generic
                             keylength(5)
                             equal
                             resp(ws-response)
           end-exec
           if ws-response = dfhresp(NOTFND) then
              move 'No pay history for this employee' to ws-msg
              move 'n' to ws-error-ind
              perform return-back
           end-if

           exec cics readnext file('PAYHIST')
                              ridfld(ws-hist-key)
                              into(pay-history-record)
                              resp(ws-response)
           end-exec

           perform until ws-response not = dfhresp(NORMAL) or
              hs-employee-no not = pr-employee-no
              move hs-period to ws-hst-l-period
              if hs-final-pay
                 move 'F' to ws-hst-l-final
              else
                 if hs-off-cycle-run
                    move 'O' to ws-hst-l-final
                 else
                    move space to ws-hst-l-final
                 end-if
              end-if
              move hs-gross to ws-hst-l-gross
              move hs-tax   to ws-hst-l-tax
              move hs-net   to ws-hst-l-net
              exec cics writeq ts queue(ws-browseq)
                                  from(ws-hist-line)
                                  item(ws-l-tot)
              end-exec
              exec cics readnext file('PAYHIST')
                                 ridfld(ws-hist-key)
                                 into(pay-history-record)
                                 resp(ws-response)
              end-exec
           end-perform

           exec cics endbr file('PAYHIST')
           end-exec

           if ws-l-tot = 0
              move 'No pay history for this employee' to ws-msg
              move 'n' to ws-error-ind
              perform return-back
           end-if

              perform varying ws-line-count from 1 by 1
              until ws-line-count > 10
                move spaces to ws-line-out(ws-line-count)
              end-perform

           perform varying ws-line-count from 1 by 1
              until ws-response = dfhresp(ITEMERR) or
                  ws-line-count > 10
                 exec cics readq ts queue(ws-browseq)
                           into(ws-line-out(ws-line-count))
                           resp(ws-response)
                 end-exec
           end-perform

           divide ws-l-tot by 10 giving ws-div-field
              remainder ws-rem-field
           if ws-rem-field > 0 then
              add 1 to ws-div-field
           end-if
           move ws-div-field to ws-sbtot
           move 01 to ws-sbnum

           move 'y' to ws-dept-ind

           move 1 to ws-l-count
           move 10 to ws-item-no
           exit.

       ERROR-ROUTINE.
           move 'Invalid request' to ws-msg
           move 'y' to ws-error-ind
           if ws-error-ind not = 'y'
              perform EDIT-START-DATE
           end-if
           if ws-error-ind not = 'y'
              perform EDIT-PAY-TYPE
           end-if
           exit.

       UPD-EDITS.
           if ws-error-ind not = 'y' and ws-upd-start-date = 'y'
              perform EDIT-START-DATE
           end-if
           if ws-error-ind not = 'y' and ws-pay-change-ind = 'y'
              perform EDIT-PAY-TYPE
           end-if
           if ws-error-ind not = 'y' and ws-pay-change-ind = 'y'
              perform EDIT-SALARY-EFF-DATE
           end-if
           exit.

       DEP-EDITS.
           end-if
           exit.

      * a salary change takes effect today unless the operator
      * back-dates it; it can never take effect before the
      * employee started or in the future

       EDIT-SALARY-EFF-DATE.

           perform GET-TODAY
           if ws-salary-eff-date = spaces
              move ws-today to ws-salary-eff-date
           end-if

           move ws-salary-eff-date to ws-edit-date
           perform EDIT-DATE
           if ws-date-ok-ind = 'n'
              move 'Effective date is not a valid date' to ws-msg
              move 'y' to ws-error-ind
           else
              if ws-edit-date > ws-today
                 move 'Effective date cannot be in the future' to
                      ws-msg
                 move 'y' to ws-error-ind
              else
                 if pr-start-date numeric and
                    ws-edit-date < pr-start-date
                    move 'Effective date is before the start date'
                         to ws-msg
                    move 'y' to ws-error-ind
                 end-if
              end-if
           end-if
           exit.

      * an hourly employee must carry a rate, and the salary is
      * set from it to the annual equivalent so SALARY-CHECK, the
      * budget gate and the control totals all see the rate; a
      * keyed salary is overridden.  A salaried employee carries
      * no rate.  A record from before the pay type existed has a
      * space there and is salaried.

       EDIT-PAY-TYPE.

           if pr-pay-type = space
              move 'S' to pr-pay-type
           end-if

           if not pr-salaried and not pr-hourly
              move 'Pay type must be S or H' to ws-msg
              move 'y' to ws-error-ind
           else
              if pr-salaried
                 move 0 to pr-hourly-rate
              else
                 if pr-hourly-rate not numeric
                    move 'Hourly rate is not a valid amount' to
                         ws-msg
                    move 'y' to ws-error-ind
                 else
                    if pr-hourly-rate not > 0
                       move 'Hourly rate is required for pay type H'
                            to ws-msg
                       move 'y' to ws-error-ind
                    else
                       compute pr-salary =
                           pr-hourly-rate * ws-std-year-hours
                    end-if
                 end-if
              end-if
           end-if
           exit.

       EDIT-ONE-DEP.

           move ws-dep-dob(ws-dep-sub) to ws-edit-date
           end-if
           exit.

      **********************************************************
      * Pending-change block for UPDATES/ADDS/DELETES/XFER: only *
      * one change may wait on PAYPEND for an employee, and the  *
      * employee's record may not be maintained past it, so the  *
      * change an approver posts is always made against the      *
      * record it was keyed against.                             *
      **********************************************************
       PEND-CHECK.

           perform PEND-FIND
           if ws-pend-found-ind = 'y'
              move 'Employee has a change pending approval' to
                   ws-msg
              move 'y' to ws-error-ind
           end-if
           exit.

      * browse the employee's PAYPEND entries for the one still
      * pending -- it is left in pending-record when found

       PEND-FIND.

           move 'n'            to ws-pend-found-ind
           move ws-key-empl-no to ws-pend-empl-no
           move low-values     to ws-pend-time-stamp

           exec cics startbr file('PAYPEND')
                             ridfld(ws-pend-key)
                             generic
                             keylength(5)
                             equal
                             resp(ws-pend-resp)
           end-exec

           if ws-pend-resp = dfhresp(NORMAL)
              exec cics readnext file('PAYPEND')
                                 ridfld(ws-pend-key)
                                 into(pending-record)
                                 resp(ws-pend-resp)
              end-exec
              perform until ws-pend-resp not = dfhresp(NORMAL)
                 or pnd-employee-no not = ws-key-empl-no
                 or ws-pend-found-ind = 'y'
                 if pnd-pending
                    move 'y'            to ws-pend-found-ind
                    move pnd-time-stamp to ws-pend-found-stamp
                 else
                    exec cics readnext file('PAYPEND')
                                       ridfld(ws-pend-key)
                                       into(pending-record)
                                       resp(ws-pend-resp)
                    end-exec
                 end-if
              end-perform
              exec cics endbr file('PAYPEND')
              end-exec
           end-if
           exit.

      **********************************************************
      * An employee number is one employee, whatever department  *
      * the record sits under: PAYAUDT, PAYDEDN, PAYLEAVE and    *
      * PAYYTD are keyed on the number alone.  Browse PAYROLL by *
      * employee number (PR-EMPLOYEE-NO alternate index, path    *
      * PAYREMP, non-unique) and refuse when the number in       *
      * ws-key is on file under any other department, active or  *
      * terminated.  The record under ws-key itself -- the       *
      * terminated one an add rehires in place -- does not       *
      * count.  The browse reads into payroll-record, so callers *
      * check before they read PAYROLL.                          *
      **********************************************************
       EMPL-CHECK.

           move space          to ws-empl-other-dept
           move ws-key-empl-no to ws-empl-key

           exec cics startbr file('PAYREMP')
                             ridfld(ws-empl-key)
                             equal
                             resp(ws-empl-resp)
           end-exec

           if ws-empl-resp = dfhresp(NORMAL)
              exec cics readnext file('PAYREMP')
                                 ridfld(ws-empl-key)
                                 into(payroll-record)
                                 resp(ws-empl-resp)
              end-exec
              perform until (ws-empl-resp not = dfhresp(NORMAL)
                             and ws-empl-resp not = dfhresp(DUPKEY))
                 or pr-employee-no not = ws-key-empl-no
                 or ws-empl-other-dept not = space
                 if pr-department not = ws-key-dept
                    move pr-department to ws-empl-other-dept
                 else
                    exec cics readnext file('PAYREMP')
                                       ridfld(ws-empl-key)
                                       into(payroll-record)
                                       resp(ws-empl-resp)
                    end-exec
                 end-if
              end-perform
              exec cics endbr file('PAYREMP')
              end-exec
           end-if

           if ws-empl-other-dept not = space
              move ws-empl-other-dept to ws-emm-dept
              move ws-empl-msg        to ws-msg
              move 'y'                to ws-error-ind
           end-if
           exit.

      **********************************************************
      * Dual-control limit test for an UPDATES salary change:    *
      * held when the salary moves by more than the amount limit *
      * or by more than the percentage limit of the old salary,  *
      * either way.  The limits come from the PAYLIMT record;    *
      * with none on file the limits carried here stand.  A      *
      * change from no salary at all is always held.             *
      **********************************************************
       LIMIT-CHECK.

           exec cics read file('PAYLIMT')
                          ridfld(ws-limit-key)
                          into(limit-record)
                          nohandle
           end-exec

           if eibresp = dfhresp(NORMAL)
              move lim-salary-amount to ws-lim-amount
              move lim-salary-pct    to ws-lim-pct
           end-if

           compute ws-sal-change = pr-salary - aud-old-salary
           if ws-sal-change < 0
              compute ws-sal-change = 0 - ws-sal-change
           end-if

           move 'n' to ws-hold-ind
           if ws-sal-change > ws-lim-amount or
              aud-old-salary not > 0
              move 'y' to ws-hold-ind
           else
              compute ws-sal-change-pct rounded =
                  ws-sal-change * 100 / aud-old-salary
              if ws-sal-change-pct > ws-lim-pct
                 move 'y' to ws-hold-ind
              end-if
           end-if
           exit.

      **********************************************************
      * Hold a change for a second operator: the record as it    *
      * stood (aud-old-payroll) and as the change would leave it *
      * (payroll-record) go on PAYPEND as a pending entry under  *
      * ws-hold-action, with the keying operator and the         *
      * department the change was keyed under.  PAYROLL itself   *
      * not touched.                                             *
      **********************************************************
       HOLD-CHANGE.

           perform GET-TODAY

           move spaces             to pending-record
           move pr-employee-no     to pnd-employee-no
           move ws-time-stamp      to pnd-time-stamp
           move ws-hold-action     to pnd-action
           move 'P'                to pnd-status
           move ws-key-dept        to pnd-department
           move pr-department      to pnd-new-department
           move eibuserid          to pnd-keyed-userid
           move ws-today           to pnd-keyed-date
           if ws-hold-action = 'UPDT'
              move ws-salary-eff-date to pnd-effective-date
           end-if
           move aud-old-payroll    to pnd-old-payroll
           move payroll-record     to pnd-new-payroll

           move pnd-employee-no    to ws-pend-empl-no
           move pnd-time-stamp     to ws-pend-time-stamp

           exec cics write file('PAYPEND')
                           ridfld(ws-pend-key)
                           from(pending-record)
                           nohandle
           end-exec

           if eibresp not = dfhresp(NORMAL)
              move 'Change not held - pending file error' to ws-msg
              move 'y' to ws-error-ind
           else
              move 'Held for approval by another operator' to ws-msg
              move 'n' to ws-error-ind
           end-if
           exit.

      **********************************************************
      * Salary-band edit for ADDS/UPDATES against PR-SALARY.    *
      * The bands live on the effective-dated PAYSALB file: the  *
      * order and the one in force -- the latest effective date   *
      * on or before today -- is the band the salary must sit     *
      * inside.  Bands loaded ahead of their effective date are  *
      * passed over until the date arrives.  An hourly employee  *
      * is edited on the annual equivalent of the hourly rate,   *
      * which EDIT-PAY-TYPE has already put in PR-SALARY.        *
      **********************************************************
       SALARY-CHECK.

           else
              if pr-salary < ws-band-min or
                 pr-salary > ws-band-max
                 if pr-hourly
                    move 'Hourly rate is outside the band for dept'
                         to ws-msg
                 else
                    move 'Salary is outside the band for this dept'
                         to ws-msg
                 end-if
                 move 'y' to ws-error-ind
              end-if
           end-if

      *Voyage schedule performance report
      *
      *Reads the VOYMAST voyage master voymaint.cbl keeps and
      *prints how well the fleet keeps its schedule: for every
      *vessel, and for every route (load port to discharge port),
      *the voyages completed, how many arrived on time, the on-time
      *percent and the average days late of the late ones.  A
      *voyage is on time when it arrives no later than its planned
      *arrival plus the grace allowed; days are counted 30/360 like
      *every other aging in the shipping jobs.  Voyages still at
      *sea past their planned arrival print last, since they will
      *be late whenever they get in.
       identification division.
       program-id. voyperf.
       environment division.
       input-output section.

       file-control.
           select voyage-master-file assign to "VOYMAST"
                 organization is line sequential
                 file status is vmf-file-status.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd voyage-master-file label records are omitted.
       01 voyage-master-record.
           05 vm-voyage-id         pic x(6).
           05 vm-vessel            pic x(15).
           05 vm-load-port         pic x(5).
           05 vm-discharge-port    pic x(5).
           05 vm-planned-depart    pic 9(8).
           05 vm-planned-arrive    pic 9(8).
           05 vm-actual-depart     pic 9(8).
           05 vm-actual-arrive     pic 9(8).
           05 vm-status            pic x.
               88 vm-scheduled         value 'S'.
               88 vm-departed          value 'D'.
               88 vm-arrived           value 'A'.
               88 vm-cancelled         value 'X'.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 vmf-file-status pic xx.

      *a port call is logged by the day, not the hour
       01 arrival-grace-days pic 9(3) value 1.

       01 planned-split.
           05 pl-yyyy pic 9(4).
           05 pl-mm   pic 9(2).
           05 pl-dd   pic 9(2).
       01 actual-split.
           05 ac-yyyy pic 9(4).
           05 ac-mm   pic 9(2).
           05 ac-dd   pic 9(2).
       01 days-late pic s9(5) value 0.
       01 late-flag pic x value 'n'.
           88 voyage-late value 'y'.

      *one row per vessel and one per route, the same shape, so
      *both print through one paragraph
       01 vessel-table.
           05 vessel-entry occurs 500 times.
               10 vs-vessel         pic x(15).
               10 vs-completed      pic 9(5).
               10 vs-on-time        pic 9(5).
               10 vs-late-days      pic 9(7).
       01 vessel-count pic 9(4) value 0.
       01 vs-idx pic 9(4) value 0.
       01 vs-match-idx pic 9(4) value 0.
       01 vs-found-flag pic x value 'n'.
           88 vs-found value 'y'.

       01 route-table.
           05 route-entry occurs 500 times.
               10 rt-route.
                   15 rt-load-port      pic x(5).
                   15 filler            pic x value '-'.
                   15 rt-discharge-port pic x(5).
               10 rt-completed      pic 9(5).
               10 rt-on-time        pic 9(5).
               10 rt-late-days      pic 9(7).
       01 route-count pic 9(4) value 0.
       01 rt-idx pic 9(4) value 0.
       01 rt-match-idx pic 9(4) value 0.
       01 rt-found-flag pic x value 'n'.
           88 rt-found value 'y'.

       01 overdue-table.
           05 overdue-entry occurs 200 times.
               10 od-voyage-id      pic x(6).
               10 od-vessel         pic x(15).
               10 od-planned-arrive pic 9(8).
               10 od-days-over      pic 9(5).
       01 overdue-count pic 999 value 0.
       01 od-idx pic 999 value 0.

       01 print-completed pic 9(5) value 0.
       01 print-on-time pic 9(5) value 0.
       01 print-late-days pic 9(7) value 0.
       01 on-time-pct pic 999v9 value 0.
       01 average-late pic 9(5)v9 value 0.
       01 fleet-completed pic 9(5) value 0.
       01 fleet-on-time pic 9(5) value 0.
       01 fleet-late-days pic 9(7) value 0.

       copy BANNERWS.
       copy PAGEBRKW.

       01 line1-out.
           05 filler pic x(23) value spaces.
           05 filler pic x(34) value
               'Voyage Schedule Performance'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 perf-heading-out pic x(18).
           05 filler pic x(11) value '  Completed'.
           05 filler pic x(9) value '  On Time'.
           05 filler pic x(10) value '  On-Time%'.
           05 filler pic x(16) value '  Avg Days Late'.

       01 print-perf-out.
           05 filler            pic x(1) value spaces.
           05 pf-name-out       pic x(18).
           05 filler            pic x(4) value spaces.
           05 pf-completed-out  pic zzzz9.
           05 filler            pic x(4) value spaces.
           05 pf-on-time-out    pic zzzz9.
           05 filler            pic x(4) value spaces.
           05 pf-pct-out        pic zz9.9.
           05 filler            pic x(1) value '%'.
           05 filler            pic x(8) value spaces.
           05 pf-late-out       pic zzzz9.9.

       01 overdue-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(40) value
               'At Sea Past Planned Arrival:'.

       01 print-overdue-out.
           05 filler            pic x(3) value spaces.
           05 odv-voyage-out    pic x(6).
           05 filler            pic x(2) value spaces.
           05 odv-vessel-out    pic x(15).
           05 filler            pic x(2) value spaces.
           05 filler            pic x(9) value 'Planned: '.
           05 odv-planned-out   pic 9(8).
           05 filler            pic x(2) value spaces.
           05 odv-days-out      pic zzzz9.
           05 filler            pic x(10) value ' days over'.

       01 overdue-none-out.
           05 filler pic x(3) value spaces.
           05 filler pic x(40) value
               'No voyage at sea past planned arrival'.

       procedure division.
       100-main.
           open input voyage-master-file.
           if vmf-file-status not = '00'
               display 'VOYAGE-MASTER-FILE FAILED TO OPEN, STATUS '
                   vmf-file-status
               stop run
           end-if.
           open output file-out.

           move 'VOYAGE PERFORMANCE  ' to banner-job-name.
           move 'VF0001' to banner-batch-id.
           perform 8000-print-banner-page.

           read voyage-master-file at end move 'n' to more-records.
           perform 200-take-one-voyage until more-records = 'n'.
           close voyage-master-file.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 'Vessel' to perf-heading-out.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 300-print-one-vessel
               varying vs-idx from 1 by 1
               until vs-idx > vessel-count.
           move 'All Vessels' to pf-name-out.
           move fleet-completed to print-completed.
           move fleet-on-time to print-on-time.
           move fleet-late-days to print-late-days.
           perform 350-format-perf-line.
           write record-out from print-perf-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

           move 'Route' to perf-heading-out.
           write record-out from line2-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 320-print-one-route
               varying rt-idx from 1 by 1
               until rt-idx > route-count.

           perform 400-print-overdue.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *only arrived voyages have a result; a departed one past its
      *planned arrival is noted for the overdue list
       200-take-one-voyage.
           evaluate true
               when vm-arrived
                   perform 210-judge-arrival
                   perform 220-find-vessel
                   perform 230-find-route
                   add 1 to vs-completed (vs-idx)
                   add 1 to rt-completed (rt-idx)
                   add 1 to fleet-completed
                   if voyage-late
                       add days-late to vs-late-days (vs-idx)
                       add days-late to rt-late-days (rt-idx)
                       add days-late to fleet-late-days
                   else
                       add 1 to vs-on-time (vs-idx)
                       add 1 to rt-on-time (rt-idx)
                       add 1 to fleet-on-time
                   end-if
               when vm-departed
                   perform 240-check-overdue
           end-evaluate.
           read voyage-master-file at end move 'n' to more-records.

       210-judge-arrival.
           move vm-planned-arrive to planned-split.
           move vm-actual-arrive to actual-split.
           compute days-late =
               ((ac-yyyy - pl-yyyy) * 360)
               + ((ac-mm - pl-mm) * 30)
               + (ac-dd - pl-dd).
           if days-late > arrival-grace-days
               move 'y' to late-flag
           else
               move 'n' to late-flag
           end-if.

       220-find-vessel.
           move 'n' to vs-found-flag.
           perform 225-scan-one-vessel
               varying vs-idx from 1 by 1
               until vs-idx > vessel-count or vs-found.
           if vs-found
               move vs-match-idx to vs-idx
           else
               if vessel-count >= 500
                   display 'VESSEL TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to vessel-count
               move vessel-count to vs-idx
               move vm-vessel to vs-vessel (vs-idx)
               move 0 to vs-completed (vs-idx)
               move 0 to vs-on-time (vs-idx)
               move 0 to vs-late-days (vs-idx)
           end-if.

       225-scan-one-vessel.
           if vs-vessel (vs-idx) = vm-vessel
               move 'y' to vs-found-flag
               move vs-idx to vs-match-idx
           end-if.

       230-find-route.
           move 'n' to rt-found-flag.
           perform 235-scan-one-route
               varying rt-idx from 1 by 1
               until rt-idx > route-count or rt-found.
           if rt-found
               move rt-match-idx to rt-idx
           else
               if route-count >= 500
                   display 'ROUTE TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to route-count
               move route-count to rt-idx
               move vm-load-port to rt-load-port (rt-idx)
               move vm-discharge-port to rt-discharge-port (rt-idx)
               move 0 to rt-completed (rt-idx)
               move 0 to rt-on-time (rt-idx)
               move 0 to rt-late-days (rt-idx)
           end-if.

       235-scan-one-route.
           if rt-load-port (rt-idx) = vm-load-port
               and rt-discharge-port (rt-idx) = vm-discharge-port
               move 'y' to rt-found-flag
               move rt-idx to rt-match-idx
           end-if.

       240-check-overdue.
           move vm-planned-arrive to planned-split.
           compute days-late =
               ((banner-run-yyyy - pl-yyyy) * 360)
               + ((banner-run-mm - pl-mm) * 30)
               + (banner-run-dd - pl-dd).
           if days-late > arrival-grace-days
               and overdue-count < 200
               add 1 to overdue-count
               move vm-voyage-id to od-voyage-id (overdue-count)
               move vm-vessel to od-vessel (overdue-count)
               move vm-planned-arrive
                   to od-planned-arrive (overdue-count)
               move days-late to od-days-over (overdue-count)
           end-if.

       300-print-one-vessel.
           move vs-vessel (vs-idx) to pf-name-out.
           move vs-completed (vs-idx) to print-completed.
           move vs-on-time (vs-idx) to print-on-time.
           move vs-late-days (vs-idx) to print-late-days.
           perform 350-format-perf-line.
           write record-out from print-perf-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       320-print-one-route.
           move rt-route (rt-idx) to pf-name-out.
           move rt-completed (rt-idx) to print-completed.
           move rt-on-time (rt-idx) to print-on-time.
           move rt-late-days (rt-idx) to print-late-days.
           perform 350-format-perf-line.
           write record-out from print-perf-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       350-format-perf-line.
           move print-completed to pf-completed-out.
           move print-on-time to pf-on-time-out.
           if print-completed > 0
               compute on-time-pct rounded =
                   print-on-time * 100 / print-completed
           else
               move 0 to on-time-pct
           end-if.
           if print-completed > print-on-time
               compute average-late rounded =
                   print-late-days / (print-completed - print-on-time)
           else
               move 0 to average-late
           end-if.
           move on-time-pct to pf-pct-out.
           move average-late to pf-late-out.

       400-print-overdue.
           write record-out from overdue-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if overdue-count = 0
               write record-out from overdue-none-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           else
               perform 410-print-one-overdue
                   varying od-idx from 1 by 1
                   until od-idx > overdue-count
           end-if.

       410-print-one-overdue.
           move od-voyage-id (od-idx) to odv-voyage-out.
           move od-vessel (od-idx) to odv-vessel-out.
           move od-planned-arrive (od-idx) to odv-planned-out.
           move od-days-over (od-idx) to odv-days-out.
           write record-out from print-overdue-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       end program voyperf.

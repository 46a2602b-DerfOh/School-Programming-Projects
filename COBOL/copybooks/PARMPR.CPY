      *> PARMPR.CPY
      *> Shared shop-parameter paragraphs.  See PARMWS.CPY for the
      *> calling protocol.  A row takes effect on its effective
      *> date: the newest one dated on or before today wins, and a
      *> row dated ahead waits.  A missing PARMMAST, or a threshold
      *> with no row in effect, leaves the compiled-in value alone
      *> and says so on the banner page.
       8600-open-parameters.
           accept parm-as-of-date from date yyyymmdd.
           move 'n' to parm-open-flag.
           open input parameter-master.
           if parm-file-status = '00'
               move 'y' to parm-open-flag
           end-if.

       8610-get-parameter.
           move 0 to parm-effective-date.
           if parm-open
               move parm-lookup-program to pm-program
               move parm-lookup-name to pm-name
               move 0 to pm-effective-date
               move 'n' to parm-scan-flag
               start parameter-master key not < pm-key
                   invalid key move 'y' to parm-scan-flag
               end-start
               perform 8615-read-one-parameter
                   until parm-scan-done
           end-if.
           if parm-in-force-count < 20
               add 1 to parm-in-force-count
               move parm-lookup-name
                   to pf-name (parm-in-force-count)
               move parm-value to pf-value (parm-in-force-count)
               move parm-effective-date
                   to pf-effective-date (parm-in-force-count)
           end-if.

       8615-read-one-parameter.
           read parameter-master next record
               at end move 'y' to parm-scan-flag
           end-read.
           if not parm-scan-done
               if pm-program not = parm-lookup-program
                   or pm-name not = parm-lookup-name
                   or pm-effective-date > parm-as-of-date
                   move 'y' to parm-scan-flag
               else
                   move pm-value to parm-value
                   move pm-effective-date to parm-effective-date
               end-if
           end-if.

       8650-print-parameters.
           perform 8655-print-one-parameter
               varying pf-idx from 1 by 1
               until pf-idx > parm-in-force-count.

       8655-print-one-parameter.
           move pf-name (pf-idx) to pb-name-out.
           move pf-value (pf-idx) to pb-value-out.
           if pf-effective-date (pf-idx) = 0
               move 'COMPILED DEFAULT' to pb-source-out
           else
               move pf-effective-date (pf-idx) to pe-date-out
               move parm-effective-out to pb-source-out
           end-if.
           write record-out from parm-banner-line
               after advancing 1 lines.
           perform 8020-capture-line.

       8690-close-parameters.
           if parm-open
               close parameter-master
           end-if.

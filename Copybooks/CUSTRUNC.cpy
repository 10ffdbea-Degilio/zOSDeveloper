      *               batch run-control table. One row per job per    *
      *               business date: start/end timestamps, records    *
      *               processed and a completion status ('S' started, *
      *               'C' complete, 'F' failed, 'E' complete but with *
      *               high-severity exceptions for the desk to work - *
      *               set by the CUSTINTG integrity scan). Every      *
      *               batch program in the customer suite registers a *
      *               row at start and closes it at end; a job        *
      *               already complete for the business date refuses  *
      *               to start again unless operations has set        *
      *               OPERATOROVERRIDE to 'Y' on the completed row.   *
      *               The CUSTCYCR morning report prints the previous *
      *               night's cycle from this table.                  *
      *---------------------------------------------------------------*
       01 Customer-Run-Control.
           03  CustRun-Job-Name            PIC X(8).

      ******************************************************************
      *                                                                *
      *   SPLOVER - morning oversight report on the night batch.      *
      *   Reads the run log SplRunLog.txt that the batch programs     *
      *   append to - SPLBKUP, SPLCLOSE, SPLEXCP, SPLROLL, SPLAPTS,   *
      *   SPLRANK and SPLRECON, with SPLBATCH's step outcomes under   *
      *   event BATCH - selects one run date, and shows per event     *
      *   which programs ran with their start and end times, record   *
      *   counts and OK / REJECTED status. The records go through a   *
      *   sort work file, so any size of log is handled.              *
      *                                                                *
      *   Flags the sequence problems that keep burning the morning   *
      *   shift:                                                      *

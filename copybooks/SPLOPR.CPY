      *                                                                *
      *  OPR-ID is the indexed RECORD KEY -- one record per operator. *
      *  OPR-FUNCTIONS holds the function codes the operator may      *
      *  use, packed left (e.g. "ACDR"). SPLMAINT, SPLEVENT, SPLMATM, *
      *  SPLRULE, SPLMERG and SPLRFUL validate the operator id at     *
      *  sign-on and refuse a function code that is not in the        *
      *  operator's list, so the id on the audit trail is a real,     *
      *  authorized operator.                                         *
      ******************************************************************
       01 OPR-RECORD.
           05 OPR-ID           PIC X(8).

*     *
*     * PRMLIB
*     *
*     * Purpose: Symbolic parameter library record (file PARMLIB)
*     *          resolved by PRMRSV (see eqprmrsv.cob) when JOBHDR
*     *          opens a job.  Keyed by job, step and sequence, each
*     *          record holds one parameter record image for the
*     *          parameter file the step's program already reads
*     *          (REVPARM, BALPARM, MFPARM and the rest), written
*     *          with symbols in place of the dates operators used
*     *          to key by hand:
*     *              &BUSDATE        the run's business date
*     *              &PRIORBUS       the business day before it
*     *              &PERIODEND      the calendar's period-end
*     *              &PRIORPERIODEND the period end before that
*     *              &RUNID          the run-id
*     *          A period directly after a symbol ends it and is
*     *          dropped, as in job control.  Step 00 holds the
*     *          job's own parameters; steps 01-20 are STPDRV
*     *          steps.  Images of one step and file are written in
*     *          sequence order, one parameter record each, at the
*     *          image length given.  Maintained through CTLMNT
*     *          (CTLMVAL check type S over positions 1-100) and
*     *          versioned by CTLVER (CTLVLIST length 100, key 12)
*     *          like any other control file.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  PRMLIB-RECORD.
           05 PRL-KEY.
              10 PRL-JOB-NAME       PIC X(8).
              10 PRL-STEP-NUM       PIC 9(2).
              10 PRL-SEQ            PIC 9(2).
           05 PRL-PARM-DD           PIC X(8).
           05 PRL-IMAGE-LENGTH      PIC 9(3).
           05 PRL-IMAGE             PIC X(77).

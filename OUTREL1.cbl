      * Author:
      * Date:
      * Purpose: Outbound release step over the OUTMANIF manifest.
      *          Every held extract entry (TUGASEXP, RECORDB and its
      *          RECORDBD delta, the backup unloads) is marked fit
      *          to send only when its quality gate passes: extracts
      *          sourced from NILAIFILE need the latest SCANNIL1 pass
      *          (SCANSTAT) to be clean, other extracts have no scan
      *          to wait for. A refused entry stays held for the
      *          next pass, and the OUTRELRG register shows what was
      *          released, what was held, and why, so the university
      *          pickup never takes a file the scan just condemned.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      * reads as a failure next time), and space when it has not
      * run.
      *----------------------------------------------------------------
       01 WS-StepTableCount        PIC 9 VALUE 7.
       01 WS-StepTable.
           02 WS-StepEntry OCCURS 7 TIMES.
               03 StepName          PIC X(14).
               03 StepStartDate     PIC 9(8).
               03 StepStartTime     PIC 9(6).
           02 FILLER PIC X(14) VALUE "BOUNCEAPPLY".
           02 FILLER PIC X(14) VALUE "CSISEMAIL".
           02 FILLER PIC X(14) VALUE "RUNHISTCOMPARE".
           02 FILLER PIC X(14) VALUE "CAMPRESULTS".
           02 FILLER PIC X(14) VALUE "CRMDELTA".
           02 FILLER PIC X(14) VALUE "GRADIMAGECOPY".
       01 WS-StepNameTable REDEFINES WS-StepNames.
           02 WS-StepName OCCURS 7 TIMES PIC X(14).

       01 WS-StepIdx               PIC 9 VALUE 1.
       01 WS-StartStep             PIC 9 VALUE 1.

      *----------------------------------------------------------------
      * Run the fixed nightly sequence - GradTranApply, BounceApply,
      * CSISEmail, RunHistCompare, CampResults, CrmDelta and, last of
      * all, GradImageCopy once the night's changes are all on
      * GradInfo.DAT - recording each step's start, end and outcome,
      * refusing to run past a failure, and offering on the next
      * invocation to resume from the step that failed instead of
      * the top.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
           EXIT.

       1210-ReadOneStatusRecord.
           IF RsStepNumber >= 1 AND RsStepNumber <= WS-StepTableCount
               MOVE RsStartDate TO StepStartDate(RsStepNumber)
               MOVE RsStartTime TO StepStartTime(RsStepNumber)
               MOVE RsEndDate   TO StepEndDate(RsStepNumber)
                  OR WS-LoadIdx = WS-StepTableCount.

      *----------------------------------------------------------------
      * All seven clean, or a file that has never run at all, is a
      * fresh night.  Anything else - a failed step, a step caught
      * mid-run by a crash, or clean steps followed by one that
      * never started - is an incomplete night worth offering to
                   CALL "CSISEmail"
               WHEN 4
                   CALL "RunHistCompare"
               WHEN 5
                   CALL "CampResults"
               WHEN 6
                   CALL "CrmDelta"
               WHEN 7
                   CALL "GradImageCopy"
           END-EVALUATE.
       2100-CallStepProgram-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Rewrite the whole seven-record status file - small enough
      * that whole-file rewrites beat in-place games on a line-
      * sequential file.
      *----------------------------------------------------------------

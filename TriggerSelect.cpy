      *----------------------------------------------------------------
      * TriggerSelect.cpy
      * FILE-CONTROL entry for the completion trigger file a program
      * drops on a clean finish (WriteTriggerFile.cpy).  The file is
      * always written under its work name and renamed into place,
      * so the select names the work file.  Copied into each
      * program's file-control paragraph alongside OverrideSelect.
      *----------------------------------------------------------------
           select trigger-file assign to dynamic trigger-work-name
               organization line sequential
               file status is trigger-file-status.

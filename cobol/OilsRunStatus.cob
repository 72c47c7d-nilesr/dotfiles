      * Tectonics: cobc -x
      * Modification History:
      *   2026-09-03 RN  Initial version.
      *   2026-10-15 RN  OilsOrderMatch joins the cycle ahead of
      *                  OilsForecast.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsRunStatus.
           05  Filler                  PIC X(16) VALUE "OILSBILLING".
           05  Filler                  PIC X(16) VALUE "OILSRECONCILE".
           05  Filler                  PIC X(16) VALUE "OILSINVENTORY".
           05  Filler                  PIC X(16) VALUE "OILSORDERMATCH".
           05  Filler                  PIC X(16) VALUE "OILSFORECAST".
       01  CycleTable REDEFINES CycleTableValues.
           05  CycleProgramName OCCURS 9 TIMES
                                       PIC X(16).

       01  CycleWorkFields.
           PERFORM InitializeRun.
           PERFORM ReportOneProgram
               VARYING CycleSubscript FROM 1 BY 1
               UNTIL CycleSubscript > 9.
           PERFORM TerminateRun.
           STOP RUN.


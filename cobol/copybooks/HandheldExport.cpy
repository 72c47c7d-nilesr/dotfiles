      ******************************************************************
      * Member:  HandheldExport
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for HandheldExportFile, the comma-
      *          delimited text export the drivers' handheld meters
      *          upload at the end of the day, one delivery per line:
      *
      *              truck,route,date,ticket,account,stop,tank,
      *              grade,gallons
      *
      *          with the date as YYYYMMDD, the ticket number all
      *          digits and the gallons as whole gallons with an
      *          optional decimal point and up to two places (for
      *          example 150.5).  OilsHandheldConvert turns each line
      *          into an OilsRecord ticket image.
      ******************************************************************
       01  HandheldExportRecord        PIC X(132).

      *
      * ww49-rptout.cpy : the request block every daily report hands
      * rptout.cob to write its machine-readable output alongside
      * the printed report.  rptout writes one file per report and
      * report date, <report>.<yyyymmdd>.csv or .json, in the format
      * report_output names (CSV or JSON ; unset or anything else
      * writes nothing and every call is a no-op), and registers it
      * in MANIFEST so genhouse.cob ages it like any generation.
      *
      *    OPEN  - start the file for WW49-REPORT and WW49-DATE ;
      *            WW49-FILE comes back with its name, or spaces
      *            when no output is wanted or it could not be made
      *    ROW   - one value : WW49-SECTION, WW49-KEY (blank for a
      *            section total), WW49-MEASURE, and the value --
      *            WW49-NUMBER when WW49-KIND is N, WW49-AMOUNT
      *            when A, WW49-TEXT when T
      *    CLOSE - finish the file and register it in MANIFEST
      *
      * every file, whatever the report, has the same six columns,
      * one value per row :
      *
      *    CSV  : a report,report_date,section,key,measure,value
      *           header line, then one line per row ; a field
      *           holding a comma or a quote is quoted, with its
      *           quotes doubled
      *    JSON : {"report":..,"reportDate":..,"rows":[ then one
      *           {"section":..,"key":..,"measure":..,"value":..}
      *           object per line, and ]} ; a number is a JSON
      *           number, text a JSON string
      *
      * counts are whole numbers and amounts carry two decimals
      * with a point, whatever the report's own decimal-point.  the
      * sections and measures each report writes are listed in that
      * report's header.
      *
       01 WW49-RPTOUT.
          05 WW49-FUNCTION     PIC X(08).
          05 WW49-REPORT       PIC X(10).
          05 WW49-DATE         PIC X(08).
          05 WW49-SECTION      PIC X(20).
          05 WW49-KEY          PIC X(64).
          05 WW49-MEASURE      PIC X(30).
          05 WW49-KIND         PIC X(01).
             88 WW49-IS-NUMBER        VALUE 'N'.
             88 WW49-IS-AMOUNT        VALUE 'A'.
             88 WW49-IS-TEXT          VALUE 'T'.
          05 WW49-NUMBER       PIC S9(15).
          05 WW49-AMOUNT       PIC S9(13)V99.
          05 WW49-TEXT         PIC X(64).
          05 WW49-FILE         PIC X(100).

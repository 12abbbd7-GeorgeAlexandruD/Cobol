       01 END-OF-INDEX-SCAN pic x value "N".

       01 WS-RESOLUTION-DATO pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-LOFT pic 9(11)v99 value 750000.
       01 WS-PARAM-LINE pic 9 value 0.

       01 WS-CTL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-RESOLUTION-DATO
           WS-FORRETNINGSDATO-STATUS
       perform LOAD-PARAMETERS

       OPEN OUTPUT depositor-file

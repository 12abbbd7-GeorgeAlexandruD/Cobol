      *> Country master record, keyed on the ISO 3166 alpha-2 code.
      *> LAND-NAVNE holds the country's name in each language of
      *> 10-Tekster.txt (SPROG as there). LAND-RISIKOKLASSE is LAV,
      *> MELLEM or HOEJ - the one classification AML, sanctions and
      *> CRS screening share; LAND-SANKTION J marks a country under
      *> sanctions. LAND-POSTNR-FORMAT masks the postal code: 9 is a
      *> digit, A a letter, anything else itself; alternatives are
      *> separated by /, and a blank format is not checked.
           05 LAND-ISO               PIC X(2).
           05 LAND-VALUTA            PIC X(3).
           05 LAND-RISIKOKLASSE      PIC X(6).
           05 LAND-SANKTION          PIC X(1).
           05 LAND-POSTNR-FORMAT     PIC X(40).
           05 LAND-NAVNE OCCURS 5 TIMES.
               10 LAND-SPROG         PIC X(2).
               10 LAND-NAVN          PIC X(30).

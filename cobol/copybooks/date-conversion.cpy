      * caller-side area for 'DateService' function 'C' (convert a
      * date between formats); COPY under an 01 group and pass it as
      * the ninth argument, after the calendar name. a format is
      * built from YYYY, YY, MM, DD and DDD (day of the year, for
      * Julian dates) with any other character taken literally --
      * 'DD/MM/YYYY', 'MM-DD-YY', 'YYYYDDD', 'YYMMDD' -- or is the
      * name 'PYYMMDD', a packed-decimal YYMMDD in four bytes. spaces
      * mean YYYYMMDD. the converted date also comes back as
      * YYYYMMDD in DATE-OUT.
           05 dcv-from-format      pic x(10).
           05 dcv-to-format        pic x(10).
           05 dcv-value-in         pic x(10).
           05 dcv-value-out        pic x(10).
      *    century window for two-digit years: YY below the pivot is
      *    20YY, otherwise 19YY; spaces = 50
           05 dcv-century-pivot    pic x(2).

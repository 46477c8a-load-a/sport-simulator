01 Weather-Record.
  02 wx-date.
    03 wx-year-number  PIC 9(4).
    03 wx-month-number PIC 99.
    03 wx-day-number   PIC 99.
  02 wx-condition PIC X(10).
    88 weather-clear VALUE "CLEAR".
    88 weather-rain  VALUE "RAIN".
    88 weather-heat  VALUE "HEAT".
    88 weather-wind  VALUE "WIND".
    88 valid-weather-condition VALUES "CLEAR", "RAIN", "HEAT", "WIND".
  02 wx-severity PIC 9.
    88 valid-weather-severity VALUES 1 THROUGH 3.
  02 wx-source PIC X.
    88 weather-generated VALUE "G".
    88 weather-revised   VALUE "R".

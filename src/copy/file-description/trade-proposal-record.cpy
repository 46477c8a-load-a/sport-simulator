    88 trade-proposed  VALUE "P".
    88 trade-committed VALUE "C".
    88 trade-withdrawn VALUE "W".
    88 trade-requested VALUE "R".
    88 trade-request-granted VALUE "G".

    88 contract-proposed VALUE "P".
    88 contract-expired  VALUE "E".
    88 contract-holdout  VALUE "H".
    88 contract-released VALUE "R".

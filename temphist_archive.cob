002492*                     THAT ACTUALLY ARCHIVED RECORDS, SO READERS
002493*                     LIKE TemperatureInquiry CAN FIND THE DATED
002494*                     FILES WITHOUT LISTING THE DISK
002495*   10/15/2026  DO   ADD THE REPLACING PAIRS FOR HISTORY-QC-FLAG;
002496*                     IT RIDES THROUGH WITH THE WHOLE-RECORD MOVES
002497*   10/15/2026  DO   ADD THE REPLACING PAIRS FOR
002498*                     HISTORY-SOURCE-FLAG; AN ESTIMATED DAY IS
002499*                     ARCHIVED AND KEPT AS ESTIMATED
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. TemperatureHistoryArchive.
007800                   ==HISTORY-MAX-TEMPERATURE==
007900                BY ==NEW-HISTORY-MAX-TEMP==
007910                   ==HISTORY-MIN-TEMPERATURE==
007920                BY ==NEW-HISTORY-MIN-TEMP==
007930                   ==HISTORY-QC-FLAG==
007940                BY ==NEW-HISTORY-QC-FLAG==
007950                   ==HISTORY-QC-CLEAN==
007960                BY ==NEW-HISTORY-QC-CLEAN==
007970                   ==HISTORY-QC-SUSPECT==
007980                BY ==NEW-HISTORY-QC-SUSPECT==
007982                   ==HISTORY-SOURCE-FLAG==
007984                BY ==NEW-HISTORY-SOURCE-FLAG==
007986                   ==HISTORY-OBSERVED==
007988                BY ==NEW-HISTORY-OBSERVED==
007990                   ==HISTORY-ESTIMATED==
007992                BY ==NEW-HISTORY-ESTIMATED==.
008000
008100 FD  ARCHIVE-FILE.
008200     COPY HISTREC
009100                   ==HISTORY-MAX-TEMPERATURE==
009200                BY ==ARCHIVE-MAX-TEMPERATURE==
009210                   ==HISTORY-MIN-TEMPERATURE==
009220                BY ==ARCHIVE-MIN-TEMPERATURE==
009230                   ==HISTORY-QC-FLAG==
009240                BY ==ARCHIVE-QC-FLAG==
009250                   ==HISTORY-QC-CLEAN==
009260                BY ==ARCHIVE-QC-CLEAN==
009270                   ==HISTORY-QC-SUSPECT==
009280                BY ==ARCHIVE-QC-SUSPECT==
009282                   ==HISTORY-SOURCE-FLAG==
009284                BY ==ARCHIVE-SOURCE-FLAG==
009286                   ==HISTORY-OBSERVED==
009288                BY ==ARCHIVE-OBSERVED==
009290                   ==HISTORY-ESTIMATED==
009292                BY ==ARCHIVE-ESTIMATED==.
009300
009400 FD  ARCHIVE-REPORT-FILE.
009500 01  ARCHIVE-REPORT-RECORD         PIC X(100).

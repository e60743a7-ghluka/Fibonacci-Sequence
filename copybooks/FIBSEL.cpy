001830     SELECT USER-FILE ASSIGN TO "FIBUSER"
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS WS-USER-FILE-STATUS.
001860     SELECT STPL-FILE ASSIGN TO "STEPLDG"
001870         ORGANIZATION IS LINE SEQUENTIAL
001880         FILE STATUS IS WS-STPL-FILE-STATUS.
001980     SELECT PERF-FILE ASSIGN TO "PERFHST"
002080         ORGANIZATION IS LINE SEQUENTIAL
002180         FILE STATUS IS WS-PERF-FILE-STATUS.
002280     SELECT USGL-FILE ASSIGN TO "USAGELOG"
002380         ORGANIZATION IS LINE SEQUENTIAL
002480         FILE STATUS IS WS-USGL-FILE-STATUS.

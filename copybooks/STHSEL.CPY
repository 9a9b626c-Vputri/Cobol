      ******************************************************************
      * Shared FILE-CONTROL entry for the student status history
      * (STSHIST, indexed on NPM + effective semester + sequence).
      * Written by STSMNT1 for every status change a supervisor
      * approves and by LULUS1 / LULAPP1 for a graduation posting
      * and its reversal; STSCEK1 reads it to tell which status was
      * in force in a given semester. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT STATUS-HISTORI ASSIGN TO "STSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STH-KEY
               FILE STATUS IS FS-STATUS-HISTORI.

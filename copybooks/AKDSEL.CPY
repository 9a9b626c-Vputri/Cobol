      ******************************************************************
      * Shared FILE-CONTROL entry for the academic summary master
      * (AKADMST, indexed on NPM + semester). One official standing
      * per student per closed term: IPS, cumulative IPK and SKS.
      * Built by AKDHIT1, which ROLLOVR1 calls for every student it
      * rolls and AKDBLD1 calls to rebuild a student after a
      * history correction. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT AKADEMIK-FILE ASSIGN TO "AKADMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AKD-KEY
               FILE STATUS IS FS-AKADEMIK-FILE.

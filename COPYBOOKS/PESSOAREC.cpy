      *----------------------------------------------------------------
      * PESSOA-MASTER record layout - shared by INFOS, NOME and any
      * program that needs to read or write the roster of registered
      * people. PESSOA-MASTER is an INDEXED file with PES-REG-NUM as
      * the record key and PES-ID-NACIONAL as an alternate key (WITH
      * DUPLICATES - legacy rows carry blank or repeated IDs). Online
      * programs read and rewrite one record by key; batch scanners
      * read it in key order. PESSIDX unloads it to the sequential
      * PESSOA.UNL (same 87-byte layout) for the backup generations.
      *----------------------------------------------------------------
       01  PESSOA-MASTER-REC.
           05  PES-REG-NUM       PIC 9(6).

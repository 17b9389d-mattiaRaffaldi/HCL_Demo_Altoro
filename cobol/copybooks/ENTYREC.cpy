      ******************************************************************
      * ENTYREC.cpy - Legal Entity (Bank Charter) Master Record (FD
      * section only)
      * One row per bank charter run on the system, holding the
      * identifiers every regulatory extract, GL feed, settlement
      * file and customer document is produced under. Entity 001 is
      * Altoro Mutual Bank itself - branches and accounts carrying
      * spaces in their entity code belong to it, and a program
      * that finds no row for 001 falls back to its compiled-in
      * Altoro Mutual identifiers.
      * Each branch belongs to one entity (BRCH-ENTITY) and an
      * account takes its branch's entity when it is opened
      * (ACCT-ENTITY-CODE). Postings between accounts of different
      * entities settle through inter-company due-to/due-from
      * entries on the inter-branch file.
      * Maintained in ACCTMGMT's 8860 under dual control.
      ******************************************************************
       01  ENTITY-RECORD.
           05  ENTY-CODE               PIC X(03).
           05  ENTY-LEGAL-NAME         PIC X(40).
      * Short name - also the company name on the entity's ACH
      * batch headers, so it is held to the NACHA width
           05  ENTY-SHORT-NAME         PIC X(16).
      * Regulatory identifiers
           05  ENTY-ROUTING            PIC 9(09).
           05  ENTY-FDIC-CERT          PIC X(06).
           05  ENTY-RSSD-ID            PIC X(10).
      * Primary federal regulator - OCC, FDIC or FRB - and the
      * chartering state (spaces for a national charter)
           05  ENTY-PRIMARY-REG        PIC X(04).
           05  ENTY-CHARTER-STATE      PIC X(02).
      * Company code the entity's own general ledger books under;
      * its GL feed lines carry it
           05  ENTY-GL-COMPANY         PIC X(04).
      * ACH originator identification for the entity's files
           05  ENTY-ACH-COMPANY-ID     PIC X(10).
      * Letterhead address on customer documents
           05  ENTY-STREET             PIC X(40).
           05  ENTY-CITY               PIC X(25).
           05  ENTY-STATE              PIC X(02).
           05  ENTY-ZIP                PIC X(10).
           05  ENTY-PHONE              PIC X(15).
           05  ENTY-STATUS             PIC X(01).
               88  ENTY-ACTIVE         VALUE "A".
               88  ENTY-INACTIVE       VALUE "I".
           05  ENTY-UPDATED-BY         PIC X(20).
           05  ENTY-UPDATED-DATE       PIC X(08).
           05  FILLER                  PIC X(20).

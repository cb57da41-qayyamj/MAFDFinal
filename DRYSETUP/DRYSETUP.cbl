       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. DRYSETUP.
      **************************************************************************
      * Builds the working tree a PIPELINE dry run processes against.
      * Every program in the chain names its files relative to the
      * directory it runs from -- up to three levels up -- so the
      * tree mirrors all three: ../DRYRUN stands in for the level
      * holding valid.data and ErrorReport.out, ../DRYRUN/PARENT for
      * the level holding project6.dat and SandLReport.out, and
      * ../DRYRUN/PARENT/ROOT for this directory, with the PIPELINE
      * directory under it for the chain to run from.
      *
      * dry-run-files.dat lists what goes into the tree, each path
      * given relative to this directory so the same name works in
      * both trees:
      *   D  a directory to create (FinalProject, ../data)
      *   F  a standing file copied in and compared afterwards
      *   I  the invoice index, copied in and compared
      *   X  the customer cross-reference, copied in and compared
      *   C  a file copied in only -- controls, feeds, the run lock
      *   R  a report the chain produces, marked DRY RUN by DRYCOMP
      * Every copy is made fresh: the old dry copy is deleted first,
      * so a file absent from the live tree is absent from the dry
      * one too, and a report left by an earlier dry run is removed
      * so it cannot pass for tonight's.  A row may name a trial
      * file in place of the live one -- a new control-params.dat
      * value, a held store feed -- which is copied in under the
      * live name; the live file itself is never opened for output.
      *
      * Line sequential files are copied through the BKIN/BKOUT
      * assignment names the GENBACKUP way; the two indexed files
      * are copied record by record through their own assignment
      * names.  A copy that cannot be written fails the setup with
      * condition code 16 and PIPELINE refuses the dry run.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select dry-list-file
               assign to "../dry-run-files.dat"
               organization is line sequential
               file status is ws-dl-status.

           select copy-in-file
               assign to "BKIN"
               organization is line sequential
               file status is ws-bkin-status.

           select copy-out-file
               assign to "BKOUT"
               organization is line sequential
               file status is ws-bkout-status.

           select index-in-file
               assign to "DRYIXIN"
               organization is indexed
               access mode is sequential
               record key is ixi-invoice-num
               file status is ws-ixi-status.

           select index-out-file
               assign to "DRYIXOUT"
               organization is indexed
               access mode is sequential
               record key is ixo-invoice-num
               file status is ws-ixo-status.

           select xref-in-file
               assign to "DRYXRIN"
               organization is indexed
               access mode is sequential
               record key is xri-key
               file status is ws-xri-status.

           select xref-out-file
               assign to "DRYXROUT"
               organization is indexed
               access mode is sequential
               record key is xro-key
               file status is ws-xro-status.

           select run-log-file
               assign to "../DRYRUN/PARENT/ROOT/run-log.dat"
               organization is line sequential
               file status is ws-rl-status.

       data division.
       file section.

       fd dry-list-file
           record contains 80 characters
           data record is df-record.

       01 df-record.
         05 df-type pic x.
         05 df-path pic x(40).
         05 df-amt-pos pic 9(3).
         05 df-amt-len pic 99.
         05 df-amt-dec pic 9.
         05 df-amt-sign pic x.
         05 df-trial-path pic x(32).

       fd copy-in-file
           record contains 256 characters
           data record is bkin-record.

       01 bkin-record pic x(256).

       fd copy-out-file
           record contains 256 characters
           data record is bkout-record.

       01 bkout-record pic x(256).

      * invoice-index.dat -- same layout as DATASPLITCOUNT's
       fd index-in-file
           data record is ixi-record.

       01 ixi-record.
         05 ixi-invoice-num pic x(9).
         05 ixi-rest pic x(70).

       fd index-out-file
           data record is ixo-record.

       01 ixo-record.
         05 ixo-invoice-num pic x(9).
         05 ixo-rest pic x(70).

      * invoice-customer-xref.dat -- customer then invoice
       fd xref-in-file
           data record is xri-record.

       01 xri-record.
         05 xri-key pic x(15).

       fd xref-out-file
           data record is xro-record.

       01 xro-record.
         05 xro-key pic x(15).

       fd run-log-file
          data record is rl-record.

       01 rl-record.
         05 rl-program-name pic x(10).
         05 rl-start-date pic 9(8).
         05 rl-start-time pic 9(8).
         05 rl-end-date pic 9(8).
         05 rl-end-time pic 9(8).
         05 rl-condition-code pic 9(3).
         05 rl-records-read pic 9(6).
         05 rl-records-written pic 9(6).
         05 rl-records-written-2 pic 9(6).
         05 rl-records-written-3 pic 9(6).
         05 rl-records-written-4 pic 9(6).

       working-storage section.

       01 ws-dl-status pic xx value spaces.
       01 ws-dl-eof pic x value "N".
       01 ws-bkin-status pic xx value spaces.
       01 ws-bkout-status pic xx value spaces.
       01 ws-ixi-status pic xx value spaces.
       01 ws-ixo-status pic xx value spaces.
       01 ws-xri-status pic xx value spaces.
       01 ws-xro-status pic xx value spaces.
       01 ws-rl-status pic xx value spaces.
       01 ws-in-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-rows-read pic 9(6) value 0.
       01 ws-files-copied pic 9(6) value 0.
       01 ws-files-absent pic 9(6) value 0.
       01 ws-records-copied pic 9(6) value 0.
       01 ws-trial-copies pic 9(6) value 0.
       01 ws-copy-errors pic 9(4) value 0.

       01 ws-dry-root pic x(24) value "../DRYRUN/PARENT/ROOT/".
       01 ws-dir-path pic x(80) value spaces.
       01 ws-in-path pic x(80) value spaces.
       01 ws-out-path pic x(80) value spaces.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           perform 100-create-base-dirs.

           open input dry-list-file.
           if ws-dl-status <> "00"
               display "DRYSETUP: CANT OPEN DRY-RUN-FILES.DAT, STATUS="
                 ws-dl-status " - DRY RUN CANNOT BE BUILT"
               move 16 to return-code
               goback
           end-if.

           read dry-list-file
               at end
                   move "Y" to ws-dl-eof
           end-read.
           perform until ws-dl-eof = "Y"
               add 1 to ws-rows-read
               perform 200-process-list-row
               read dry-list-file
                   at end
                       move "Y" to ws-dl-eof
               end-read
           end-perform.
           close dry-list-file.

           if ws-copy-errors > 0
               display "DRYSETUP: " ws-copy-errors
                 " FILES COULD NOT BE COPIED - DRY TREE INCOMPLETE"
               move 16 to ws-condition-code
           end-if.

           display "DRYSETUP: " ws-files-copied " FILES COPIED, "
             ws-files-absent " NOT PRESENT, " ws-trial-copies
             " FROM TRIAL COPIES".

           perform 700-write-run-log.
           move ws-condition-code to return-code.
           goback.

       100-create-base-dirs.
      * an existing directory is not an error -- the tree is reused
      * from one dry run to the next, only its files are replaced
           move "../DRYRUN" to ws-dir-path.
           call "CBL_CREATE_DIR" using ws-dir-path.
           move "../DRYRUN/PARENT" to ws-dir-path.
           call "CBL_CREATE_DIR" using ws-dir-path.
           move "../DRYRUN/PARENT/ROOT" to ws-dir-path.
           call "CBL_CREATE_DIR" using ws-dir-path.
           move "../DRYRUN/PARENT/ROOT/PIPELINE" to ws-dir-path.
           call "CBL_CREATE_DIR" using ws-dir-path.
           move 0 to return-code.

       200-process-list-row.
           if df-path = spaces
               exit paragraph
           end-if.

           move spaces to ws-out-path.
           string ws-dry-root delimited by space
                  df-path delimited by space
             into ws-out-path.

           move spaces to ws-in-path.
           if df-trial-path = spaces
               string "../" delimited by size
                      df-path delimited by space
                 into ws-in-path
           else
               string "../" delimited by size
                      df-trial-path delimited by space
                 into ws-in-path
           end-if.

           evaluate df-type
               when "D"
                   move ws-out-path to ws-dir-path
                   call "CBL_CREATE_DIR" using ws-dir-path
                   move 0 to return-code
               when "F"
               when "C"
                   call "CBL_DELETE_FILE" using ws-out-path
                   move 0 to return-code
                   perform 300-copy-sequential
               when "I"
                   call "CBL_DELETE_FILE" using ws-out-path
                   move 0 to return-code
                   perform 320-copy-index
               when "X"
                   call "CBL_DELETE_FILE" using ws-out-path
                   move 0 to return-code
                   perform 330-copy-xref
               when "R"
                   call "CBL_DELETE_FILE" using ws-out-path
                   move 0 to return-code
               when other
                   display "DRYSETUP: ROW TYPE " df-type " FOR "
                     df-path " NOT RECOGNISED - IGNORED"
           end-evaluate.

       300-copy-sequential.
           set environment "DD_BKIN" to ws-in-path.
           set environment "DD_BKOUT" to ws-out-path.

           move "N" to ws-in-eof.
           move spaces to ws-bkin-status.
           open input copy-in-file.
           if ws-bkin-status <> "00"
               perform 390-note-absent
               exit paragraph
           end-if.
           open output copy-out-file.
           if ws-bkout-status <> "00"
               display "DRYSETUP: CANT WRITE " ws-out-path
                 " STATUS=" ws-bkout-status
               add 1 to ws-copy-errors
               close copy-in-file
               exit paragraph
           end-if.

           read copy-in-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               write bkout-record from bkin-record
               add 1 to ws-records-copied
               read copy-in-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close copy-in-file.
           close copy-out-file.
           perform 395-note-copied.

       320-copy-index.
           set environment "DD_DRYIXIN" to ws-in-path.
           set environment "DD_DRYIXOUT" to ws-out-path.

           move "N" to ws-in-eof.
           move spaces to ws-ixi-status.
           open input index-in-file.
           if ws-ixi-status <> "00"
               perform 390-note-absent
               exit paragraph
           end-if.
           open output index-out-file.
           if ws-ixo-status <> "00"
               display "DRYSETUP: CANT WRITE " ws-out-path
                 " STATUS=" ws-ixo-status
               add 1 to ws-copy-errors
               close index-in-file
               exit paragraph
           end-if.

           read index-in-file next record
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               write ixo-record from ixi-record
               add 1 to ws-records-copied
               read index-in-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close index-in-file.
           close index-out-file.
           perform 395-note-copied.

       330-copy-xref.
           set environment "DD_DRYXRIN" to ws-in-path.
           set environment "DD_DRYXROUT" to ws-out-path.

           move "N" to ws-in-eof.
           move spaces to ws-xri-status.
           open input xref-in-file.
           if ws-xri-status <> "00"
               perform 390-note-absent
               exit paragraph
           end-if.
           open output xref-out-file.
           if ws-xro-status <> "00"
               display "DRYSETUP: CANT WRITE " ws-out-path
                 " STATUS=" ws-xro-status
               add 1 to ws-copy-errors
               close xref-in-file
               exit paragraph
           end-if.

           read xref-in-file next record
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               write xro-record from xri-record
               add 1 to ws-records-copied
               read xref-in-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close xref-in-file.
           close xref-out-file.
           perform 395-note-copied.

       390-note-absent.
      * a live file not there yet is simply left out; a trial file
      * that is missing is the operator's mistake, and running on
      * without it would not be the night that was asked for
           add 1 to ws-files-absent.
           if df-trial-path not = spaces
               display "DRYSETUP: TRIAL FILE " df-trial-path
                 " NOT FOUND FOR " df-path
               add 1 to ws-copy-errors
           end-if.

       395-note-copied.
           add 1 to ws-files-copied.
           if df-trial-path not = spaces
               add 1 to ws-trial-copies
               display "DRYSETUP: " df-path " TAKEN FROM TRIAL FILE "
                 df-trial-path
           end-if.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "DRYSETUP" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-rows-read to rl-records-read.
           move ws-files-copied to rl-records-written.
           move ws-files-absent to rl-records-written-2.
           move ws-records-copied to rl-records-written-3.
           move ws-trial-copies to rl-records-written-4.

           open extend run-log-file.
           if ws-rl-status = "35"
               open output run-log-file
           end-if.
           write rl-record.
           close run-log-file.

       end program DRYSETUP.
      **************************************************************************

           select txn-reject-file assign to txn-reject-name
               organization line sequential
               file status is txn-rej-status.
           select operator-file assign to "sqlscreen_oper.dat"
               organization line sequential
               file status is oper-status.
           select pending-file assign to "sqlscreen_pending.dat"
               organization line sequential
               file status is pending-status.
           select pending-lock-file assign to pnd-lock-name
               organization line sequential
               file status is pnd-lock-status.
           select layout-file assign to "sqlscreen_layout.dat"
               organization line sequential
               file status is layout-status.
           select runhist-file assign to "sqlscreen_runhist.dat"
               organization line sequential
               file status is runhist-status.
           select sla-file assign to "sqlscreen_sla.dat"
               organization line sequential
               file status is sla-status.
           select filereg-file assign to "sqlscreen_filereg.dat"
               organization line sequential
               file status is freg-status.

       data division.
       file section.
          03 audit-query          pic x(1024).
          03 filler               pic x(1) value space.
          03 audit-errstr         pic x(80).
          03 filler               pic x(1) value space.
          03 audit-operator       pic x(10).

       fd table-ctl-file.
       01 ctl-record               pic x(240).
          03 ckpt-count           pic 9(9).

       fd audit-backup-file.
       01 audit-backup-record      pic x(1150).

       fd run-lock-file.
       01 run-lock-record          pic x(80).
          03 jrn-before           pic x(150).
          03 filler               pic x(1) value space.
          03 jrn-after            pic x(150).
          03 filler               pic x(1) value space.
          03 jrn-operator         pic x(10).
          03 filler               pic x(1) value space.
          03 jrn-run-id           pic x(16).

       fd manifest-file.
       01 manifest-record          pic x(300).
          03 filler               pic x(1) value space.
          03 dlt-stamp            pic x(21).

       fd operator-file.
       01 oper-record              pic x(420).

       fd pending-file.
       01 pending-record           pic x(460).

       fd pending-lock-file.
       01 pending-lock-record      pic x(80).

       fd layout-file.
       01 layout-record            pic x(300).

       fd runhist-file.
       01 runhist-record.
          03 rhs-run-id           pic x(16).
          03 filler               pic x(1) value space.
          03 rhs-mode             pic x(10).
          03 filler               pic x(1) value space.
          03 rhs-table            pic x(30).
          03 filler               pic x(1) value space.
          03 rhs-start            pic x(14).
          03 filler               pic x(1) value space.
          03 rhs-end              pic x(14).
          03 filler               pic x(1) value space.
          03 rhs-elapsed          pic 9(7).
          03 filler               pic x(1) value space.
          03 rhs-read             pic 9(9).
          03 filler               pic x(1) value space.
          03 rhs-written          pic 9(9).
          03 filler               pic x(1) value space.
          03 rhs-rejected         pic 9(9).
          03 filler               pic x(1) value space.
          03 rhs-rc               pic 9(4).
          03 filler               pic x(1) value space.
          03 rhs-operator         pic x(10).

       fd sla-file.
       01 sla-record               pic x(80).

       fd filereg-file.
       01 filereg-record           pic x(250).

       working-storage section.
       01 name-length          constant 20.
       01 value-length         constant 132.
      *> --- command-line / PARM handling ---
       01 parm-line         pic x(256).
       01 parm-tokens.
          03 parm-token     pic x(60) occurs 12 times.
       01 parm-idx          usage binary-long.
       01 parm-key          pic x(30).
       01 parm-value        pic x(60).
       01 table-ddl         pic x(200).
       01 ddl-ptr           usage binary-long.
       01 ddl-first         pic x(1).
       01 rule-ptr          usage binary-long.
       01 col-rules.
          03 col-rule-entry occurs 8 times.
             05 col-required   pic x(1).
             05 col-has-range  pic x(1).
             05 col-range-lo   pic s9(10).
             05 col-range-hi   pic s9(10).
             05 col-is-date    pic x(1).
             05 col-type       pic x(30).
             05 col-rule-text  pic x(60).
             05 col-default    pic x(20).
             05 col-has-default pic x(1).
             05 col-sensitive  pic x(1).
       01 edit-words.
          03 edit-word      pic x(60) occurs 6 times.
       01 edit-wdx          usage binary-long.
       01 xck-link-orphans  usage binary-long.
       01 xck-disp          pic z(8)9.

      *> --- master-detail link report ---
       01 lnk-parent-table  pic x(30).
       01 lnk-parent-cols   usage binary-long.
       01 lnk-parent-max    usage binary-long.
       01 lnk-parent-idx    usage binary-long.
       01 lnk-parent-key    pic 9(10).
       01 lnk-parent-rows.
          03 lnk-parent-row pic x(150) occurs 2000 times.
       01 lnk-parent-heading pic x(180).
       01 lnk-child-heading pic x(180).
       01 lnk-link-total    usage binary-long.
       01 lnk-parent-total  usage binary-long.
       01 lnk-child-cnt     usage binary-long.
       01 lnk-child-total   usage binary-long.
       01 lnk-childless     usage binary-long.
       01 lnk-childless-all usage binary-long.
       01 lnk-row-idx       usage binary-long.
       01 lnk-sub-count     usage binary-long.
       01 lnk-sub-idx       usage binary-long.
       01 lnk-subtotals.
          03 lnk-sub-entry occurs 7 times.
             05 lnk-sub-col    usage binary-long.
             05 lnk-sub-name   pic x(20).
             05 lnk-sub-amt    pic s9(15).
             05 lnk-sub-grand  pic s9(15).
       01 lnk-amt-disp      pic -(14)9.
       01 lnk-disp          pic z(8)9.
       01 lnk-detail        pic x(180).

      *> --- run-all / end-of-job summary ---
       01 all-action        pic x(10) value "REPORT".
       01 all-idx           usage binary-long.
       01 hst-slot          usage binary-long.
       01 hst-over          pic x(1).
       01 hst-entries.
          03 hst-entry      pic x(420) occurs 500 times.
       01 hst-rec.
          03 hst-timestamp  pic x(21).
          03 filler         pic x(1).
          03 hst-before     pic x(150).
          03 filler         pic x(1).
          03 hst-after      pic x(150).
          03 filler         pic x(1).
          03 hst-operator   pic x(10).
          03 filler         pic x(1).
          03 hst-run-id     pic x(16).

      *> --- generation backup / restore ---
       01 keep-gens         usage binary-long value 3.
             05 mft-e-table    pic x(30).
             05 mft-e-rows     pic 9(9).
             05 mft-e-cols     pic x(200).
             05 mft-e-version  pic 9(4).
       01 mft-idx           usage binary-long.
       01 mft-gen-x         pic x(6).
       01 mft-stamp-w       pic x(21).
       01 mft-table-w       pic x(30).
       01 mft-rows-x        pic x(9).
       01 mft-cols-w        pic x(200).
       01 mft-version-x     pic x(6).
       01 bkp-gen           usage binary-long.
       01 bkp-gen-disp      pic 9(6).
       01 bkp-stamp         pic x(21).
       01 bkp-cut-gen       usage binary-long.
       01 rst-gen-found     pic x(1).
       01 rst-mismatch      pic x(1).
       01 rst-ready         pic x(1).
       01 rst-mft-ddl       pic x(200).
       01 rst-ctl-ddl       pic x(200).
       01 rst-table-total   usage binary-long.
       01 sync-applied-total usage binary-long.
       01 sync-disp         pic z(8)9.

      *> --- masked test-database clone ---
       01 cln-sample        pic 9(3) value 100.
       01 cln-seed          pic 9(9) value 0.
       01 cln-prime         constant 9999999967.
       01 cln-saved-table   pic x(30).
       01 cln-tables.
          03 cln-entry occurs 50 times.
             05 cln-key-sens   pic x(1).
             05 cln-done       pic x(1).
       01 cln-idx           usage binary-long.
       01 cln-pidx          usage binary-long.
       01 cln-progress      pic x(1).
       01 cln-ready         pic x(1).
       01 cln-table-fail    pic x(1).
       01 cln-keep          pic x(1).
       01 cln-row-idx       usage binary-long.
       01 cln-link-count    usage binary-long.
       01 cln-links.
          03 cln-link occurs 8 times.
             05 cln-lk-col     usage binary-long.
             05 cln-lk-table   pic x(30).
             05 cln-lk-key     pic x(30).
       01 cln-lk-idx        usage binary-long.
       01 cln-col-roles.
          03 cln-col-role   pic x(1) occurs 8 times.
       01 cln-key-mult      pic 9(10).
       01 cln-num           pic 9(10).
       01 cln-num-disp      pic z(9)9.
       01 cln-work          pic 9(20).
       01 cln-hash          pic 9(10).
       01 cln-pick          pic 9(10).
       01 cln-signed        pic s9(11).
       01 cln-signed-disp   pic -(11)9.
       01 cln-value         pic x(20).
       01 cln-pos           usage binary-long.
       01 cln-item-count    usage binary-long.
       01 cln-letters-uc    pic x(26)
                            value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 cln-letters-lc    pic x(26)
                            value "abcdefghijklmnopqrstuvwxyz".
       01 cln-digits        pic x(10) value "0123456789".
       01 cln-read          usage binary-long.
       01 cln-written       usage binary-long.
       01 cln-sampled       usage binary-long.
       01 cln-orphaned      usage binary-long.
       01 cln-unmasked      usage binary-long.
       01 cln-masked-cols   usage binary-long.
       01 cln-masked-names  pic x(160).
       01 cln-table-total   usage binary-long.
       01 cln-fail-total    usage binary-long.
       01 cln-read-total    usage binary-long.
       01 cln-written-total usage binary-long.
       01 cln-sampled-total usage binary-long.
       01 cln-orphan-total  usage binary-long.
       01 cln-unmasked-total usage binary-long.
       01 cln-disp          pic z(8)9.
       01 cln-disp2         pic z(8)9.
       01 cln-disp3         pic z(8)9.
       01 cln-disp4         pic z(8)9.
       01 cln-disp5         pic z(8)9.
       01 cln-detail        pic x(180).

      *> --- duplicate-row detection and merge ---
       01 dup-match-list    pic x(200) value spaces.
       01 dup-match-count   usage binary-long.
       01 dup-match-cols.
          03 dup-match-col  usage binary-long occurs 7 times.
       01 dup-match-name    pic x(30).
       01 dup-match-names   pic x(160).
       01 dup-match-ptr     usage binary-long.
       01 dup-match-ok      pic x(1).
       01 dup-row-max       usage binary-long.
       01 dup-rows.
          03 dup-row occurs 2000 times.
             05 dup-row-rec    pic x(150).
             05 dup-row-norm   pic x(150).
             05 dup-row-group  usage binary-long.
             05 dup-row-state  pic x(1).
       01 dup-group-max     constant 1000.
       01 dup-group-count   usage binary-long.
       01 dup-groups.
          03 dup-group occurs 1000 times.
             05 dup-grp-first  usage binary-long.
             05 dup-grp-size   usage binary-long.
             05 dup-grp-state  pic x(1).
             05 dup-grp-survivor pic 9(10).
       01 dup-idx           usage binary-long.
       01 dup-jdx           usage binary-long.
       01 dup-gdx           usage binary-long.
       01 dup-mdx           usage binary-long.
       01 dup-norm          pic x(150).
       01 dup-norm-ptr      usage binary-long.
       01 dup-any-value     pic x(1).
       01 dup-pos           usage binary-long.
       01 dup-done-flag     pic x(1).
       01 dup-member-count  usage binary-long.
       01 dup-left          usage binary-long.
       01 dup-members.
          03 dup-member     usage binary-long occurs 9 times.
       01 dup-screen-lines.
          03 dup-screen-line pic x(76) occurs 9 times.
       01 dup-saved-table   pic x(30).
       01 dup-pos-disp      pic zzz9.
       01 dup-max-disp      pic zzz9.
       01 dup-heading       pic x(70).
       01 dup-col-heading   pic x(76).
       01 dup-confirm       pic x(1).
       01 dup-choice        usage binary-long.
       01 dup-survivor-row  usage binary-long.
       01 dup-survivor-key  pic 9(10).
       01 dup-survivor-disp pic z(9)9.
       01 dup-jrn-max       constant 500.
       01 dup-jrn-count     usage binary-long.
       01 dup-jrn-entries.
          03 dup-jrn-entry occurs 500 times.
             05 dup-jrn-table  pic x(30).
             05 dup-jrn-key    pic 9(10).
             05 dup-jrn-before pic x(150).
             05 dup-jrn-after  pic x(150).
       01 dup-merge-fail    pic x(1).
       01 dup-child-idx     usage binary-long.
       01 dup-row-total     usage binary-long.
       01 dup-dupe-total    usage binary-long.
       01 dup-open-total    usage binary-long.
       01 dup-merged-groups usage binary-long.
       01 dup-deleted-total usage binary-long.
       01 dup-moved-total   usage binary-long.
       01 dup-disp          pic z(8)9.
       01 dup-disp2         pic z(8)9.
       01 dup-disp3         pic z(8)9.
       01 dup-detail        pic x(180).

      *> --- transaction-file batch maintenance ---
       01 txn-file-name     pic x(64).
       01 txn-status        pic x(2).
             05 dlt-s-gen      pic 9(6).
             05 dlt-s-stamp    pic x(21).

      *> --- operator sign-on / authorization ---
       01 oper-status       pic x(2).
       01 operator-id       pic x(10) value spaces.
       01 job-operator-id   pic x(10) value spaces.
       01 signon-operator   pic x(10).
       01 oper-signed-on    pic x(1) value "N".
       01 oper-authorized   pic x(1) value "N".
       01 oper-table-ok     pic x(1) value "N".
       01 oper-screen-run   pic x(1).
       01 oper-entry-max    constant 50.
       01 oper-count        usage binary-long.
       01 oper-idx          usage binary-long.
       01 oper-jdx          usage binary-long.
       01 oper-tries        usage binary-long.
       01 oper-entries.
          03 oper-entry occurs 50 times.
             05 oper-e-id      pic x(10).
             05 oper-e-modes   pic x(200).
             05 oper-e-tables  pic x(200).
       01 oper-id-w         pic x(30).
       01 oper-modes-w      pic x(200).
       01 oper-tables-w     pic x(200).
       01 oper-list         pic x(204).
       01 oper-probe        pic x(34).
       01 oper-probe-len    usage binary-long.
       01 oper-tally        usage binary-long.
       01 auth-table-name   pic x(30).
       01 oper-refusal      pic x(80).

      *> --- maker-checker approval queue ---
       01 pending-status    pic x(2).
       01 pnd-entry-max     constant 1000.
       01 pnd-count         usage binary-long.
       01 pnd-idx           usage binary-long.
       01 pnd-next-id       usage binary-long.
       01 pnd-over          pic x(1).
       01 pnd-lock-name     pic x(64) value "sqlscreen_pending.lck".
       01 pnd-lock-status   pic x(2).
       01 pnd-lock-flag     pic x(1) value "N".
       01 pnd-lock-tries    usage binary-long.
       01 pnd-cur-id        pic 9(6).
       01 pnd-cur-idx       usage binary-long.
       01 pnd-entries.
          03 pnd-entry      pic x(460) occurs 1000 times.
       01 pnd-rec.
          03 pnd-id         pic 9(6).
          03 filler         pic x(1).
          03 pnd-status     pic x(1).
          03 filler         pic x(1).
          03 pnd-table      pic x(30).
          03 filler         pic x(1).
          03 pnd-key-field  pic 9(10).
          03 filler         pic x(1).
          03 pnd-maker      pic x(10).
          03 filler         pic x(1).
          03 pnd-made-stamp pic x(21).
          03 filler         pic x(1).
          03 pnd-checker    pic x(10).
          03 filler         pic x(1).
          03 pnd-check-stamp pic x(21).
          03 filler         pic x(1).
          03 pnd-reason     pic x(40).
          03 filler         pic x(1).
          03 pnd-before     pic x(150).
          03 filler         pic x(1).
          03 pnd-after      pic x(150).
       01 pnd-queue-count   usage binary-long.
       01 pnd-queue.
          03 pnd-queue-idx  usage binary-long occurs 1000 times.
       01 pnd-open-total    usage binary-long.
       01 pnd-rej-total     usage binary-long.
       01 pnd-apr-total     usage binary-long.
       01 pnd-decided       usage binary-long.
       01 pnd-detail        pic x(180).
       01 pnd-disp          pic z(8)9.
       01 pnd-id-disp       pic 9(6).
       01 apr-pos           usage binary-long.
       01 apr-done-flag     pic x(1).
       01 apr-reason        pic x(40).
       01 apr-heading       pic x(70).
       01 apr-maker-line    pic x(70).
       01 apr-status-word   pic x(8).
       01 apr-pos-disp      pic zzz9.
       01 apr-max-disp      pic zzz9.
       01 apr-before-rec.
          03 apr-bef-key    pic 9(10).
          03 apr-bef-values.
             05 apr-bef-value pic x(20) occurs 7 times.
       01 apr-after-rec.
          03 apr-aft-key    pic 9(10).
          03 apr-aft-values.
             05 apr-aft-value pic x(20) occurs 7 times.
       01 stamp-in          pic x(21).
       01 stamp-text        pic x(16).
       01 ctx-idx           usage binary-long.

      *> --- column profile report ---
       01 prf-col           usage binary-long.
       01 prf-row           usage binary-long.
       01 prf-row-total     usage binary-long.
       01 prf-value         pic x(20).
       01 prf-blank-total   usage binary-long.
       01 prf-fail-total    usage binary-long.
       01 prf-future-total  usage binary-long.
       01 prf-bad-date-total usage binary-long.
       01 prf-num-col       pic x(1).
       01 prf-have-minmax   pic x(1).
       01 prf-min           pic x(20).
       01 prf-max           pic x(20).
       01 prf-num           pic s9(10).
       01 prf-min-num       pic s9(10).
       01 prf-max-num       pic s9(10).
       01 prf-today         pic x(10).
       01 prf-earliest      pic x(10).
       01 prf-latest        pic x(10).
       01 prf-value-max     constant 200.
       01 prf-value-count   usage binary-long.
       01 prf-value-full    pic x(1).
       01 prf-values.
          03 prf-value-entry occurs 200 times.
             05 prf-v-text     pic x(20).
             05 prf-v-total    usage binary-long.
       01 prf-vdx           usage binary-long.
       01 prf-found         pic x(1).
       01 prf-top-max       constant 3.
       01 prf-top-n         usage binary-long.
       01 prf-top-val       usage binary-long.
       01 prf-top-idx       usage binary-long.
       01 prf-prev-key      pic 9(10).
       01 prf-gap-total     pic 9(10).
       01 prf-gap-max       constant 10.
       01 prf-gap-count     usage binary-long.
       01 prf-gaps.
          03 prf-gap-entry occurs 10 times.
             05 prf-gap-from   pic 9(10).
             05 prf-gap-to     pic 9(10).
       01 prf-gdx           usage binary-long.
       01 prf-detail        pic x(132).
       01 prf-disp          pic z(8)9.
       01 prf-disp2         pic z(8)9.
       01 prf-disp3         pic z(8)9.
       01 prf-key-disp      pic z(9)9.
       01 prf-col-disp      pic z9.

      *> --- schema migration / layout registry ---
       01 layout-status     pic x(2).
       01 lay-entry-max     constant 50.
       01 lay-count         usage binary-long.
       01 lay-entries.
          03 lay-entry occurs 50 times.
             05 lay-e-table    pic x(30).
             05 lay-e-version  pic 9(4).
             05 lay-e-stamp    pic x(21).
             05 lay-e-cols     pic x(200).
       01 lay-idx           usage binary-long.
       01 lay-table-w       pic x(30).
       01 lay-version-x     pic x(6).
       01 lay-stamp-w       pic x(21).
       01 lay-cols-w        pic x(200).
       01 lay-find-table    pic x(30).
       01 lay-found         pic x(1).
       01 lay-version       pic 9(4).
       01 lay-version-disp  pic z(3)9.
       01 lay-bump          pic x(1).
       01 lay-match         pic x(1).
       01 lay-save-cols     pic x(200).
       01 lay-new-ddl       pic x(200).
       01 lay-reg-ddl       pic x(200).
       01 alt-ctl-cols      pic x(200).
       01 alt-live-max      constant 20.
       01 alt-live-count    usage binary-long.
       01 alt-live-cols.
          03 alt-live-entry occurs 20 times.
             05 alt-live-name    pic x(30).
             05 alt-live-type    pic x(30).
             05 alt-live-matched pic x(1).
       01 alt-reg-count     usage binary-long.
       01 alt-reg-cols.
          03 alt-reg-entry occurs 8 times.
             05 alt-reg-name     pic x(30).
             05 alt-reg-rule     pic x(60).
       01 alt-col-flags.
          03 alt-col-live      pic x(1) occurs 8 times.
       01 alt-ldx           usage binary-long.
       01 alt-rdx           usage binary-long.
       01 alt-match-idx     usage binary-long.
       01 alt-add-total     usage binary-long.
       01 alt-drop-total    usage binary-long.
       01 alt-type-total    usage binary-long.
       01 alt-rule-total    usage binary-long.
       01 alt-change-total  usage binary-long.
       01 alt-old-rows      usage binary-long.
       01 alt-new-rows      usage binary-long.
       01 alt-key-changed   pic x(1).
       01 alt-fail          pic x(1).
       01 alt-outcome       pic x(80).
       01 alt-rule-old      pic x(60).
       01 alt-rule-new      pic x(60).
       01 alt-detail        pic x(132).
       01 alt-disp          pic z(8)9.
       01 alt-file-ver      pic 9(4).

      *> --- point-in-time recovery ---
       01 run-id            pic x(16) value spaces.
       01 run-step-disp     pic 9(2).
       01 recover-until     pic x(20) value spaces.
       01 recover-skip-mode pic x(10) value spaces.
       01 recover-skip-run  pic x(16) value spaces.
       01 rcv-until         pic x(14).
       01 rcv-until-text    pic x(19).
       01 rcv-digits        pic x(20).
       01 rcv-until-end     pic x(1).
       01 rcv-dlen          usage binary-long.
       01 rcv-cdx           usage binary-long.
       01 rcv-skip-len      usage binary-long.
       01 rcv-gen-stamp     pic x(21).
       01 rcv-ok            pic x(1).
       01 rcv-skip-entry    pic x(1).
       01 rcv-action        pic x(8).
       01 rcv-table-applied usage binary-long.
       01 rcv-table-skipped usage binary-long.
       01 rcv-table-failed  usage binary-long.
       01 rcv-apply-total   usage binary-long.
       01 rcv-skip-total    usage binary-long.
       01 rcv-fail-total    usage binary-long.
       01 rcv-later-total   usage binary-long.
       01 rcv-detail        pic x(132).
       01 rcv-disp          pic z(8)9.
       01 rcv-disp2         pic z(8)9.
       01 rcv-disp3         pic z(8)9.
       01 rcv-disp4         pic z(8)9.
       01 rcv-key-disp      pic z(9)9.

      *> --- run history / run statistics ---
       01 runhist-status    pic x(2).
       01 sla-status        pic x(2).
       01 run-start-stamp   pic x(14).
       01 run-end-stamp     pic x(14).
       01 run-stamp-work    pic x(14).
       01 run-stamp-secs    pic 9(12).
       01 run-start-secs    pic 9(12).
       01 run-date-num      pic 9(8).
       01 run-hh            pic 9(2).
       01 run-mi            pic 9(2).
       01 run-ss            pic 9(2).
       01 run-elapsed       pic 9(7).
       01 run-rows-read     usage binary-long.
       01 run-rows-written  usage binary-long.
       01 run-rows-rejected usage binary-long.
       01 run-hist-mode     pic x(10).
       01 run-hist-table    pic x(30).
       01 run-hist-rc       usage binary-long.
       01 rns-entry-max     constant 2000.
       01 rns-count         usage binary-long.
       01 rns-file-count    usage binary-long.
       01 rns-skip          usage binary-long.
       01 rns-entries.
          03 rns-entry      pic x(150) occurs 2000 times.
       01 rns-rec.
          03 rns-run-id     pic x(16).
          03 filler         pic x(1).
          03 rns-mode       pic x(10).
          03 filler         pic x(1).
          03 rns-table      pic x(30).
          03 filler         pic x(1).
          03 rns-start      pic x(14).
          03 filler         pic x(1).
          03 rns-end        pic x(14).
          03 filler         pic x(1).
          03 rns-elapsed    pic 9(7).
          03 filler         pic x(1).
          03 rns-read       pic 9(9).
          03 filler         pic x(1).
          03 rns-written    pic 9(9).
          03 filler         pic x(1).
          03 rns-rejected   pic 9(9).
          03 filler         pic x(1).
          03 rns-rc         pic 9(4).
          03 filler         pic x(1).
          03 rns-operator   pic x(10).
       01 rns-idx           usage binary-long.
       01 rns-jdx           usage binary-long.
       01 rns-cur-mode      pic x(10).
       01 rns-cur-table     pic x(30).
       01 rns-cur-rows      pic 9(12).
       01 rns-cur-elapsed   pic 9(7).
       01 rns-by-table      pic x(1).
       01 rns-key           pic x(30).
       01 rns-grp-max       constant 60.
       01 rns-grp-count     usage binary-long.
       01 rns-groups.
          03 rns-grp occurs 60 times.
             05 rns-g-name     pic x(30).
             05 rns-g-runs     usage binary-long.
             05 rns-g-secs     pic 9(12).
             05 rns-g-max      pic 9(7).
             05 rns-g-read     pic 9(12).
             05 rns-g-written  pic 9(12).
             05 rns-g-rej      pic 9(12).
             05 rns-g-fail     usage binary-long.
       01 rns-gdx           usage binary-long.
       01 rns-grp-full      pic x(1).
       01 rns-recent-max    constant 5.
       01 rns-recent-min    constant 3.
       01 rns-hist-n        usage binary-long.
       01 rns-hist-sum      pic 9(12).
       01 rns-avg           pic 9(12).
       01 rns-dev-pct       pic 9(9).
       01 rns-slow-total    usage binary-long.
       01 rns-dev-total     usage binary-long.
       01 rns-detail        pic x(132).
       01 rns-disp          pic z(5)9.
       01 rns-disp2         pic z(6)9.
       01 rns-disp3         pic z(6)9.
       01 rns-disp4         pic z(6)9.
       01 rns-disp5         pic z(8)9.
       01 rns-disp6         pic z(8)9.
       01 rns-disp7         pic z(8)9.
       01 rns-disp8         pic z(5)9.
       01 sla-entry-max     constant 30.
       01 sla-count         usage binary-long.
       01 sla-entries.
          03 sla-entry occurs 30 times.
             05 sla-mode       pic x(10).
             05 sla-secs       pic 9(7).
             05 sla-pct        pic 9(5).
       01 sla-idx           usage binary-long.
       01 sla-mode-w        pic x(10).
       01 sla-secs-x        pic x(10).
       01 sla-pct-x         pic x(10).
       01 sla-limit         pic 9(7).
       01 sla-dev-pct       pic 9(5).

      *> --- header/trailer control records, processed-file register --
       01 override-flag     pic x(1) value "N".
       01 fctl-kind         pic x(10).
       01 fctl-file-name    pic x(64).
       01 fctl-ok           pic x(1).
       01 fctl-reason       pic x(80).
       01 fctl-csv          pic x(1).
       01 fctl-line         pic x(512).
       01 fctl-key          pic 9(10).
       01 fctl-have-header  pic x(1).
       01 fctl-have-trailer pic x(1).
       01 fctl-skip-heading pic x(1).
       01 fctl-source       pic x(10).
       01 fctl-date         pic x(8).
       01 fctl-seq          pic 9(6).
       01 fctl-count        pic 9(9).
       01 fctl-hash         pic 9(18).
       01 fctl-trl-count    pic 9(9).
       01 fctl-trl-hash     pic 9(15).
       01 fctl-hash-out     pic 9(15).
       01 fctl-f1           pic x(20).
       01 fctl-f2           pic x(20).
       01 fctl-f3           pic x(20).
       01 fctl-f4           pic x(20).
       01 fctl-disp         pic z(8)9.
       01 fctl-disp2        pic z(8)9.
       01 fctl-seq-disp     pic z(5)9.
       01 fhdr-rec.
          03 fhdr-id        pic x(3).
          03 filler         pic x(1).
          03 fhdr-source    pic x(10).
          03 filler         pic x(1).
          03 fhdr-date      pic x(8).
          03 filler         pic x(1).
          03 fhdr-seq       pic x(6).
       01 ftrl-rec.
          03 ftrl-id        pic x(3).
          03 filler         pic x(1).
          03 ftrl-count     pic x(9).
          03 filler         pic x(1).
          03 ftrl-hash      pic x(15).
       01 exp-source        constant "SQLSCREEN".
       01 freg-status       pic x(2).
       01 freg-kind-w       pic x(10).
       01 freg-table-w      pic x(30).
       01 freg-source-w     pic x(10).
       01 freg-seq-x        pic x(6).
       01 freg-date-w       pic x(8).
       01 freg-file-w       pic x(64).
       01 freg-stamp-w      pic x(21).
       01 freg-seq          pic 9(6).
       01 freg-last-seq     pic 9(6).
       01 freg-dup          pic x(1).
       01 freg-dup-stamp    pic x(21).

       screen section.
       01 entry-screen.
          05 foreground-color 0 background-color 7 blank screen.
          05 foreground-color 0 background-color 7
             line 7 col 4 pic x(40) from screen-message.

       01 signon-screen.
          05 foreground-color 0 background-color 7 blank screen.
          05 foreground-color 0 background-color 7
             line 1 col 14 pic x(44) from screen-title.
          05 foreground-color 0 background-color 7
             line 3 col 4 pic x(12) value "Operator ID:".
          05 foreground-color 0 background-color 7
             line 3 col 17 pic x(10) using signon-operator.
          05 foreground-color 0 background-color 7
             line 5 col 4 pic x(40)
             value "Enter your operator ID to sign on.".
          05 foreground-color 0 background-color 7
             line 7 col 4 pic x(40) from screen-message.

       01 approve-screen.
          05 foreground-color 0 background-color 7 blank screen.
          05 foreground-color 0 background-color 7
             line 1 col 14 pic x(44) from screen-title.
          05 foreground-color 0 background-color 7
             line 2 col 4 pic x(70) from apr-heading.
          05 foreground-color 0 background-color 7
             line 3 col 4 pic x(70) from apr-maker-line.
          05 foreground-color 0 background-color 7
             line 4 col 16 pic x(20) value "Before".
          05 foreground-color 0 background-color 7
             line 4 col 38 pic x(20) value "After".
          05 foreground-color 0 background-color 7
             line 5 col 4 pic x(10) from entry-key-label.
          05 foreground-color 0 background-color 7
             line 5 col 16 pic x(10) from apr-bef-key.
          05 foreground-color 0 background-color 7
             line 5 col 38 pic x(10) from apr-aft-key.
          05 foreground-color 0 background-color 7
             line 6 col 4 pic x(10) from entry-label(1).
          05 foreground-color 0 background-color 7
             line 6 col 16 pic x(20) from apr-bef-value(1).
          05 foreground-color 0 background-color 7
             line 6 col 38 pic x(20) from apr-aft-value(1).
          05 foreground-color 0 background-color 7
             line 7 col 4 pic x(10) from entry-label(2).
          05 foreground-color 0 background-color 7
             line 7 col 16 pic x(20) from apr-bef-value(2).
          05 foreground-color 0 background-color 7
             line 7 col 38 pic x(20) from apr-aft-value(2).
          05 foreground-color 0 background-color 7
             line 8 col 4 pic x(10) from entry-label(3).
          05 foreground-color 0 background-color 7
             line 8 col 16 pic x(20) from apr-bef-value(3).
          05 foreground-color 0 background-color 7
             line 8 col 38 pic x(20) from apr-aft-value(3).
          05 foreground-color 0 background-color 7
             line 9 col 4 pic x(10) from entry-label(4).
          05 foreground-color 0 background-color 7
             line 9 col 16 pic x(20) from apr-bef-value(4).
          05 foreground-color 0 background-color 7
             line 9 col 38 pic x(20) from apr-aft-value(4).
          05 foreground-color 0 background-color 7
             line 10 col 4 pic x(10) from entry-label(5).
          05 foreground-color 0 background-color 7
             line 10 col 16 pic x(20) from apr-bef-value(5).
          05 foreground-color 0 background-color 7
             line 10 col 38 pic x(20) from apr-aft-value(5).
          05 foreground-color 0 background-color 7
             line 11 col 4 pic x(10) from entry-label(6).
          05 foreground-color 0 background-color 7
             line 11 col 16 pic x(20) from apr-bef-value(6).
          05 foreground-color 0 background-color 7
             line 11 col 38 pic x(20) from apr-aft-value(6).
          05 foreground-color 0 background-color 7
             line 12 col 4 pic x(10) from entry-label(7).
          05 foreground-color 0 background-color 7
             line 12 col 16 pic x(20) from apr-bef-value(7).
          05 foreground-color 0 background-color 7
             line 12 col 38 pic x(20) from apr-aft-value(7).
          05 foreground-color 0 background-color 7
             line 14 col 4 pic x(44)
             value "Action (A=Approve R=Reject N/P=page X=exit):".
          05 foreground-color 0 background-color 7
             line 14 col 49 pic x(1) using action-field.
          05 foreground-color 0 background-color 7
             line 15 col 4 pic x(7) value "Reason:".
          05 foreground-color 0 background-color 7
             line 15 col 12 pic x(40) using apr-reason.
          05 foreground-color 0 background-color 7
             line 16 col 4 pic x(40) from screen-message.

       01 dupes-screen.
          05 foreground-color 0 background-color 7 blank screen.
          05 foreground-color 0 background-color 7
             line 1 col 14 pic x(44) from screen-title.
          05 foreground-color 0 background-color 7
             line 2 col 4 pic x(70) from dup-heading.
          05 foreground-color 0 background-color 7
             line 3 col 4 pic x(76) from dup-col-heading.
          05 foreground-color 0 background-color 7
             line 4 col 4 pic x(76) from dup-screen-line(1).
          05 foreground-color 0 background-color 7
             line 5 col 4 pic x(76) from dup-screen-line(2).
          05 foreground-color 0 background-color 7
             line 6 col 4 pic x(76) from dup-screen-line(3).
          05 foreground-color 0 background-color 7
             line 7 col 4 pic x(76) from dup-screen-line(4).
          05 foreground-color 0 background-color 7
             line 8 col 4 pic x(76) from dup-screen-line(5).
          05 foreground-color 0 background-color 7
             line 9 col 4 pic x(76) from dup-screen-line(6).
          05 foreground-color 0 background-color 7
             line 10 col 4 pic x(76) from dup-screen-line(7).
          05 foreground-color 0 background-color 7
             line 11 col 4 pic x(76) from dup-screen-line(8).
          05 foreground-color 0 background-color 7
             line 12 col 4 pic x(76) from dup-screen-line(9).
          05 foreground-color 0 background-color 7
             line 14 col 4 pic x(44)
             value "Survivor (1-9 keep row, N/P=page X=exit):".
          05 foreground-color 0 background-color 7
             line 14 col 49 pic x(1) using action-field.
          05 foreground-color 0 background-color 7
             line 15 col 4 pic x(44)
             value "Merge the other rows into it (Y/N):".
          05 foreground-color 0 background-color 7
             line 15 col 49 pic x(1) using dup-confirm.
          05 foreground-color 0 background-color 7
             line 16 col 4 pic x(40) from screen-message.


       procedure division.


       perform parse-command-line
       move function current-date(1:14) to run-id
       move "00" to run-id(15:2)
       move run-id(1:14) to run-start-stamp
       perform reset-run-counters
       perform load-table-definition

       if return-code = 0
                   end-display
           end-if

           perform operator-sign-on
           if oper-signed-on = "Y"
               if run-mode = "JOB"
                   perform check-operator-authority
                   if oper-authorized = "Y"
                       perform run-job-mode
                   end-if
               else
                   perform run-selected-mode
               end-if
           end-if
      *> refused runs are recorded too, with the rc they ended on
           perform record-run-history

           if audit-open-flag = "Y"
               close audit-file
           if return-code = 0
               move result to return-code
           end-if
       else
           perform record-run-history
       end-if
       goback.


       run-selected-mode.
       perform check-operator-authority
       if oper-authorized = "Y"
           perform dispatch-selected-mode
       end-if
       .

       dispatch-selected-mode.
       evaluate run-mode
           when "REPORT"
               perform run-report-mode
               perform run-backup-mode
           when "RESTORE"
               perform run-restore-mode
           when "APPROVE"
               perform run-approve-mode
           when "PROFILE"
               perform run-profile-mode
           when "ALTER"
               perform run-alter-mode
           when "RECOVER"
               perform run-recover-mode
           when "RUNSTATS"
               perform run-runstats-mode
           when "LINKREPORT"
               perform run-linkreport-mode
           when "CLONE"
               perform run-clone-mode
           when "DUPES"
               perform run-dupes-mode
           when other
               perform run-load-mode
       end-evaluate
                   if date-valid = "Y"
                       perform validate-row-edits
                       if edit-valid = "Y"
                           perform queue-screen-change
                       else
                           perform show-edit-failure
                       end-if
       end-if
       .

      *> sqlscreen_pending.lck serialises every change to the approval
      *> queue; it is separate from the table lock because LOAD holds
      *> that for the whole run while operators queue screen changes
       acquire-pending-lock.
       move "N" to pnd-lock-flag
       move 0 to pnd-lock-tries
       perform until pnd-lock-flag = "Y" or pnd-lock-tries >= retry-max
           add 1 to pnd-lock-tries
           open input pending-lock-file
           if pnd-lock-status = "00"
               close pending-lock-file
               if pnd-lock-tries < retry-max
                   move 1 to sleep-seconds
                   call "C$SLEEP" using sleep-seconds end-call
               end-if
           else
               open output pending-lock-file
               if pnd-lock-status = "00"
                   move spaces to pending-lock-record
                   string "queue held by " delimited by size
                       function trim(operator-id) delimited by size
                       " " delimited by size
                       function current-date delimited by size
                       into pending-lock-record
                   end-string
                   write pending-lock-record
                   close pending-lock-file
                   move "Y" to pnd-lock-flag
               else
                   display "Warning: queue lock could not be created, "
                       "status " pnd-lock-status end-display
                   move retry-max to pnd-lock-tries
               end-if
           end-if
       end-perform
       .

       release-pending-lock.
       if pnd-lock-flag = "Y"
           call "CBL_DELETE_FILE" using pnd-lock-name end-call
           move "N" to pnd-lock-flag
       end-if
       .

       display-row-fields.
       display "|" key-field "|" end-display
       perform varying col-idx from 2 by 1 until col-idx > col-count
           else
               move "batch load failed" to audit-errstr
           end-if
           move operator-id to audit-operator
           write audit-record
       end-if
       .
           if date-valid = "Y"
               perform validate-row-edits
               if edit-valid = "Y"
                   perform queue-screen-change
               else
                   perform show-edit-failure
               end-if
       .

       parse-parm-line.
       perform varying parm-idx from 1 by 1 until parm-idx > 12
           move spaces to parm-token(parm-idx)
       end-perform
       unstring parm-line delimited by all space
           into parm-token(1) parm-token(2) parm-token(3)
               parm-token(4) parm-token(5) parm-token(6)
               parm-token(7) parm-token(8) parm-token(9)
               parm-token(10) parm-token(11) parm-token(12)
       end-unstring
       perform varying parm-idx from 1 by 1 until parm-idx > 12
           if parm-token(parm-idx) not = spaces
               perform apply-parm-token
           end-if
               if function upper-case(parm-value)(1:1) = "Y"
                   move "ALL" to run-mode
               end-if
           when "OPERATOR"
               move function upper-case(function trim(parm-value))
                   to operator-id
           when "UNTIL"
               move function trim(parm-value) to recover-until
           when "SKIPMODE"
               move function upper-case(function trim(parm-value))
                   to recover-skip-mode
           when "SKIPRUN"
               move function trim(parm-value) to recover-skip-run
           when "OVERRIDE"
               move function upper-case(parm-value)(1:1)
                   to override-flag
           when "SAMPLE"
               if function trim(parm-value) is numeric
                   compute cln-sample =
                       function numval(function trim(parm-value))
               else
                   move 0 to cln-sample
               end-if
           when "MATCH"
               move function trim(parm-value) to dup-match-list
           when "SEED"
               if function trim(parm-value) is numeric
                   compute cln-seed =
                       function numval(function trim(parm-value))
               end-if
           when other
               continue
       end-evaluate
       .


       operator-sign-on.
       move "N" to oper-signed-on
       move 0 to oper-idx
       perform load-operator-file
       if oper-count = 0
           move "no operators loaded from sqlscreen_oper.dat"
               to oper-refusal
           perform refuse-run
       else
           move "N" to oper-screen-run
           if operator-id = spaces and batch-flag not = "Y"
               evaluate run-mode
                   when "INQUIRY"
                       move "Y" to oper-screen-run
                   when "LOAD"
                       move "Y" to oper-screen-run
                   when "APPROVE"
                       move "Y" to oper-screen-run
                   when "DUPES"
                       move "Y" to oper-screen-run
               end-evaluate
           end-if
           if oper-screen-run = "Y"
               perform accept-signon-screen
           end-if
           if operator-id = spaces
               move "no operator given - OPERATOR= is required"
                   to oper-refusal
               perform refuse-run
           else
               perform find-operator
               if oper-idx = 0
                   move spaces to oper-refusal
                   string "operator " delimited by size
                       function trim(operator-id) delimited by size
                       " is not in sqlscreen_oper.dat"
                           delimited by size
                       into oper-refusal
                   end-string
                   perform refuse-run
               else
                   move "Y" to oper-signed-on
               end-if
           end-if
       end-if
       .

       accept-signon-screen.
       move 0 to oper-tries
       move spaces to screen-message
       perform until oper-idx > 0 or oper-tries >= 3
           add 1 to oper-tries
           move spaces to signon-operator
           accept signon-screen end-accept
           move function upper-case(function trim(signon-operator))
               to operator-id
           if operator-id not = spaces
               perform find-operator
           end-if
           if oper-idx = 0
               move "Operator ID not recognised - try again"
                   to screen-message
           end-if
       end-perform
       .

       load-operator-file.
       move 0 to oper-count
       open input operator-file
       if oper-status = "00"
           perform until oper-status not = "00"
               read operator-file
                   at end
                       move "10" to oper-status
                   not at end
                       if oper-record(1:1) not = "#" and
                          function trim(oper-record) not = spaces
                           perform load-operator-entry
                       end-if
               end-read
           end-perform
           close operator-file
       else
           display "Error: operator control file sqlscreen_oper.dat"
               " could not be opened, status " oper-status end-display
       end-if
       .

       load-operator-entry.
       move spaces to oper-id-w
       move spaces to oper-modes-w
       move spaces to oper-tables-w
       unstring oper-record delimited by "|"
           into oper-id-w oper-modes-w oper-tables-w
       end-unstring
       if oper-id-w = spaces or oper-modes-w = spaces
           display "Warning: malformed operator entry ignored: "
               function trim(oper-record) end-display
       else
           if oper-count < oper-entry-max
               add 1 to oper-count
               move function upper-case(function trim(oper-id-w))
                   to oper-e-id(oper-count)
               move function upper-case(function trim(oper-modes-w))
                   to oper-e-modes(oper-count)
               move function lower-case(function trim(oper-tables-w))
                   to oper-e-tables(oper-count)
           else
               display "Warning: more than " oper-entry-max
                   " operators in sqlscreen_oper.dat - extra entries"
                   " ignored" end-display
               move "10" to oper-status
           end-if
       end-if
       .

       find-operator.
       move 0 to oper-idx
       perform varying oper-jdx from 1 by 1
               until oper-jdx > oper-count or oper-idx > 0
           if oper-e-id(oper-jdx) = operator-id
               move oper-jdx to oper-idx
           end-if
       end-perform
       .

       check-operator-authority.
      *> every mode needs the mode in the operator's list; modes that
      *> change production rows also need the table in the list
       move "N" to oper-authorized
       move "N" to oper-table-ok
       if oper-signed-on = "Y"
           move spaces to oper-list
           string ";" delimited by size
               function trim(oper-e-modes(oper-idx)) delimited by size
               ";" delimited by size
               into oper-list
           end-string
           move spaces to oper-probe
           string ";" delimited by size
               function trim(run-mode) delimited by size
               ";" delimited by size
               into oper-probe
           end-string
           perform probe-operator-list
           if oper-tally > 0
               move "Y" to oper-authorized
           else
               move spaces to oper-refusal
               string "operator " delimited by size
                   function trim(operator-id) delimited by size
                   " may not run MODE=" delimited by size
                   function trim(run-mode) delimited by size
                   into oper-refusal
               end-string
               perform refuse-run
           end-if
       end-if

       if oper-authorized = "Y"
           move table-name to auth-table-name
           perform check-table-authority
           evaluate run-mode
               when "REPORT"
               when "EXPORT"
               when "INQUIRY"
               when "VERIFY"
               when "ALL"
               when "AUDIT"
               when "HISTORY"
               when "DELTA"
               when "CROSSCHECK"
               when "SUMMARY"
               when "BACKUP"
               when "JOB"
               when "APPROVE"
               when "PROFILE"
               when "RUNSTATS"
               when "LINKREPORT"
               when "CLONE"
                   continue
               when "RESTORE"
               when "RECOVER"
                   perform check-all-tables-authority
               when "SYNC"
                   if sync-apply-flag = "Y"
                       perform check-all-tables-authority
                   end-if
               when "ALTER"
                   if sync-apply-flag = "Y" and oper-table-ok = "N"
                       perform refuse-table-change
                   end-if
               when "DUPES"
                   if batch-flag not = "Y" and oper-table-ok = "N"
                       perform refuse-table-change
                   end-if
               when other
                   if oper-table-ok = "N"
                       perform refuse-table-change
                   end-if
           end-evaluate
       end-if
       .

       check-table-authority.
       move "N" to oper-table-ok
       move spaces to oper-list
       string ";" delimited by size
           function trim(oper-e-tables(oper-idx)) delimited by size
           ";" delimited by size
           into oper-list
       end-string
       move spaces to oper-probe
       string ";" delimited by size
           function lower-case(function trim(auth-table-name))
               delimited by size
           ";" delimited by size
           into oper-probe
       end-string
       perform probe-operator-list
       if oper-tally > 0
           move "Y" to oper-table-ok
       end-if
       .

       check-all-tables-authority.
       perform varying oper-jdx from 1 by 1
               until oper-jdx > ctl-count or oper-authorized = "N"
           move ctl-entry-name(oper-jdx) to auth-table-name
           perform check-table-authority
           if oper-table-ok = "N"
               perform refuse-table-change
           end-if
       end-perform
       move table-name to auth-table-name
       perform check-table-authority
       .

       refuse-table-change.
       move "N" to oper-authorized
       move spaces to oper-refusal
       string "operator " delimited by size
           function trim(operator-id) delimited by size
           " may not change table " delimited by size
           function trim(auth-table-name) delimited by size
           into oper-refusal
       end-string
       perform refuse-run
       .

       probe-operator-list.
       move 0 to oper-tally
       inspect oper-list tallying oper-tally for all ";*;"
       if oper-tally = 0
           compute oper-probe-len =
               function length(function trim(oper-probe))
           end-compute
           inspect oper-list tallying oper-tally
               for all oper-probe(1:oper-probe-len)
       end-if
       .

       refuse-run.
       display "Run refused: " function trim(oper-refusal)
           end-display
       move 8 to return-code
       if audit-open-flag = "Y"
           move spaces to audit-record
           move function current-date to audit-timestamp
           move 8 to audit-result
           move spaces to audit-query
           string "refused MODE=" delimited by size
               function trim(run-mode) delimited by size
               " TABLE=" delimited by size
               function trim(table-name) delimited by size
               into audit-query
           end-string
           move oper-refusal to audit-errstr
           move operator-id to audit-operator
           write audit-record
       end-if
       .


       load-table-definition.
       move "N" to table-found
       move 0 to ctl-count
               move col-idx to date-col-idx
           end-if

           move col-type-word to col-type(col-idx)
           move spaces to col-rule-text(col-idx)
           move spaces to col-default(col-idx)
           move "N" to col-has-default(col-idx)
           move "N" to col-sensitive(col-idx)
           move 1 to rule-ptr
           move "N" to col-is-date(col-idx)
           if col-type-word(1:4) = "date"
               move "Y" to col-is-date(col-idx)
           end-if
           move "N" to col-required(col-idx)
           move "N" to col-numeric(col-idx)
           move spaces to col-allowed(col-idx)
                           on overflow continue
                       end-string
                       move "N" to ddl-first
                   else
                       if rule-ptr > 1
                           string " " delimited by size
                               into col-rule-text(col-idx)
                               with pointer rule-ptr
                           end-string
                       end-if
                       string function trim(edit-word(edit-wdx))
                               delimited by size
                           into col-rule-text(col-idx)
                           with pointer rule-ptr
                           on overflow continue
                       end-string
                   end-if
               end-if
           end-perform
               when edit-rest = "numeric"
                   move "Y" to edit-word-rule
                   move "Y" to col-numeric(col-idx)
               when edit-rest = "sensitive"
                   move "Y" to edit-word-rule
                   move "Y" to col-sensitive(col-idx)
               when edit-rest(1:7) = "values("
                   move "Y" to edit-word-rule
                   perform extract-rule-body
                   move edit-inner to col-allowed(col-idx)
               when edit-rest(1:8) = "default("
                   move "Y" to edit-word-rule
                   perform extract-rule-body
                   move edit-inner to col-default(col-idx)
                   move "Y" to col-has-default(col-idx)
               when edit-rest(1:6) = "range("
                   move "Y" to edit-word-rule
                   perform extract-rule-body
       else
           move "commit;" to query
           perform ocsql-exec
           move table-name to lay-find-table
           move "N" to lay-bump
           perform register-table-layout
       end-if
       .

       .


       queue-screen-change.
      *> screen changes wait in sqlscreen_pending.dat until a second
      *> operator approves them with MODE=APPROVE
       move key-field to jrn-key-value
       perform capture-before-image
       if key-field not = 0 and jrn-before-image = main-record
           move "No changes - nothing queued" to screen-message
       else
           perform acquire-pending-lock
           if pnd-lock-flag = "Y"
               perform append-pending-item
               perform release-pending-lock
           else
               move "Queue busy - change not saved, try again"
                   to screen-message
           end-if
       end-if
       display screen-message end-display
       .

      *> the next id is taken under the queue lock so two makers can
      *> never be given the same item number
       append-pending-item.
       perform find-next-pending-id
       move spaces to pnd-rec
       move pnd-next-id to pnd-id
       move "P" to pnd-status
       move table-name to pnd-table
       move key-field to pnd-key-field
       move operator-id to pnd-maker
       move function current-date to pnd-made-stamp
       move jrn-before-image to pnd-before
       move main-record to pnd-after
       open extend pending-file
       if pending-status = "00" or pending-status = "05"
           move pnd-rec to pending-record
           write pending-record
           close pending-file
           move pnd-next-id to pnd-id-disp
           add 1 to run-rows-written
           move spaces to screen-message
           string "Queued for approval as item " delimited by size
               pnd-id-disp delimited by size
               into screen-message
           end-string
       else
           move "Queue file error - change not saved"
               to screen-message
       end-if
       .

       find-next-pending-id.
       move 0 to pnd-next-id
       open input pending-file
       if pending-status = "00"
           perform until pending-status not = "00"
               read pending-file
                   at end
                       move "10" to pending-status
                   not at end
                       move pending-record to pnd-rec
                       if pnd-id is numeric and pnd-id > pnd-next-id
                           move pnd-id to pnd-next-id
                       end-if
               end-read
           end-perform
           close pending-file
       end-if
       add 1 to pnd-next-id
       .

       build-save-query.
       move spaces to query
       move 1 to qry-ptr
       if key-field = 0
           string "insert into " delimited by size
               function trim(table-name) delimited by size
           move run-mode to jrn-mode
           move jrn-before-image to jrn-before
           move jrn-after-image to jrn-after
           move operator-id to jrn-operator
           move run-id to jrn-run-id
           write journal-record
           close journal-file
       else
                       end-if
                       move hst-entry(hst-slot) to hst-rec
                       display hst-timestamp " mode "
                           function trim(hst-mode) " operator "
                           function trim(hst-operator) " run "
                           function trim(hst-run-id) end-display
                       if hst-before = spaces
                           display "  before: (row did not exist)"
                               end-display

       if return-code = 0
           subtract 1 from row-counter giving row-max end-subtract
           perform start-delta-file
           if export-open-flag = "Y"
               perform varying exp-idx from 1 by 1
                       until exp-idx > row-max
                   move col-values to exp-col-values
                   write export-record
                   add 1 to dlt-total
                   add key-field to fctl-hash
               end-perform
               perform finish-delta-file
           end-if
       end-if
       .

      *> delta files carry the same HDR and TRL control records as a
      *> full export; count and hash cover only the rows sent
       start-delta-file.
       move "DELTA" to fctl-kind
       move export-file-name to fctl-file-name
       move "N" to fctl-csv
       perform next-export-sequence
       open output export-file
       if export-status = "00"
           move "Y" to export-open-flag
           perform build-export-header
           move fctl-line to export-record
           write export-record
       else
           move "N" to export-open-flag
           display "Error: delta file could not be opened, status "
               export-status " - no delta written" end-display
           move 8 to return-code
       end-if
       .

       finish-delta-file.
       compute fctl-hash-out = function mod(fctl-hash, 1000000000000000)
       end-compute
       move dlt-total to exp-total
       perform build-export-trailer
       move fctl-line to export-record
       write export-record
       close export-file
       perform register-processed-file
       .

       collect-delta-keys.
       move 0 to dlt-key-count
       move spaces to journal-file-name
       .

       export-delta-keys.
       perform start-delta-file

       if export-open-flag = "Y"
           perform varying dlt-idx from 1 by 1
                       move col-values to exp-col-values
                       write export-record
                       add 1 to dlt-total
                       add key-field to fctl-hash
                   end-if
               end-if
           end-perform
           perform finish-delta-file
       end-if
       .

       write print-record
       .

       run-profile-mode.
       move spaces to report-file-name
       string function trim(table-name) delimited by size
           "_profile.prt" delimited by size
           into report-file-name
       end-string
       move 0 to prf-row-total

       move "N" to sql-overflow-flag
       move 1 to row-counter
           into query
       end-string
       perform ocsql-exec
       if result not = 0
           display "Error: table " function trim(table-name)
               " could not be read - no profile written" end-display
           move 8 to return-code
       else
           if sql-overflow-flag = "Y"
               display "Warning: result set exceeded " sql-table-max
                   " rows - profile is incomplete" end-display
           end-if
           subtract 1 from row-counter giving row-max end-subtract
           move row-max to prf-row-total
           perform print-profile-report
       end-if
       .

       print-profile-report.
       move 0 to page-count
       move lines-per-page to line-count
       move function current-date to stamp-in
       move spaces to prf-today
       string stamp-in(1:4) delimited by size
           "-" delimited by size
           stamp-in(5:2) delimited by size
           "-" delimited by size
           stamp-in(7:2) delimited by size
           into prf-today
       end-string

       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: report file could not be opened, status "
               print-status " - no report written" end-display
       end-if

       if print-open-flag = "Y"
           perform varying prf-col from 1 by 1
                   until prf-col > col-count
               perform profile-one-column
           end-perform

           move spaces to print-record
           write print-record
           move prf-row-total to prf-disp
           move spaces to print-record
           string "Rows profiled:    " delimited by size
               prf-disp delimited by size
               into print-record
           end-string
           write print-record
           move col-count to prf-disp
           move spaces to print-record
           string "Columns profiled: " delimited by size
               prf-disp delimited by size
               into print-record
           end-string
           write print-record
           if sql-overflow-flag = "Y"
               move "Warning: result set exceeded the row limit -"
                   & " profile is incomplete" to print-record
               write print-record
           end-if

           close print-file
           display "Profile report written to "
               function trim(report-file-name) end-display
       end-if
       .

       profile-one-column.
       move 0 to prf-blank-total
       move 0 to prf-fail-total
       move 0 to prf-future-total
       move 0 to prf-bad-date-total
       move 0 to prf-value-count
       move "N" to prf-value-full
       move "N" to prf-have-minmax
       move spaces to prf-min
       move spaces to prf-max
       move spaces to prf-earliest
       move spaces to prf-latest
       move 0 to prf-gap-total
       move 0 to prf-gap-count
       move "N" to prf-num-col
       if prf-col = 1
           move "Y" to prf-num-col
       else
           if col-numeric(prf-col) = "Y"
                   or col-has-range(prf-col) = "Y"
               move "Y" to prf-num-col
           end-if
       end-if

       perform varying prf-row from 1 by 1
               until prf-row > row-max
           move sql-records(prf-row) to main-record
           if prf-col = 1
               perform profile-key-value
           else
               perform profile-column-value
           end-if
       end-perform
       perform write-profile-column
       .

       profile-key-value.
       if prf-row = 1
           move key-field to prf-min-num
           move key-field to prf-max-num
           move "Y" to prf-have-minmax
       else
           if key-field > prf-prev-key + 1
               compute prf-gap-total = prf-gap-total
                   + key-field - prf-prev-key - 1
               end-compute
               add 1 to prf-gap-count
               if prf-gap-count <= prf-gap-max
                   compute prf-gap-from(prf-gap-count) =
                       prf-prev-key + 1
                   end-compute
                   compute prf-gap-to(prf-gap-count) =
                       key-field - 1
                   end-compute
               end-if
           end-if
           move key-field to prf-max-num
       end-if
       move key-field to prf-prev-key
       .

       profile-column-value.
       move col-value(prf-col - 1) to prf-value
       move prf-col to col-idx
       move "Y" to edit-valid
       perform check-column-edits

       if prf-value = spaces
           add 1 to prf-blank-total
       else
           perform tally-profile-value
           if prf-num-col = "Y"
               if edit-num-ok = "Y"
                   compute prf-num = function numval(
                       function trim(prf-value))
                   end-compute
                   if prf-have-minmax = "N"
                       move prf-num to prf-min-num
                       move prf-num to prf-max-num
                       move "Y" to prf-have-minmax
                   end-if
                   if prf-num < prf-min-num
                       move prf-num to prf-min-num
                   end-if
                   if prf-num > prf-max-num
                       move prf-num to prf-max-num
                   end-if
               end-if
           else
               if prf-have-minmax = "N"
                   move prf-value to prf-min
                   move prf-value to prf-max
                   move "Y" to prf-have-minmax
               end-if
               if prf-value < prf-min
                   move prf-value to prf-min
               end-if
               if prf-value > prf-max
                   move prf-value to prf-max
               end-if
           end-if
       end-if

       if col-is-date(prf-col) = "Y"
           move prf-value to date-field
           perform validate-date-field
           if date-valid = "Y"
               if prf-earliest = spaces
                       or prf-value(1:10) < prf-earliest
                   move prf-value(1:10) to prf-earliest
               end-if
               if prf-latest = spaces
                       or prf-value(1:10) > prf-latest
                   move prf-value(1:10) to prf-latest
               end-if
               if prf-value(1:10) > prf-today
                   add 1 to prf-future-total
               end-if
           else
               add 1 to prf-bad-date-total
               move "N" to edit-valid
           end-if
       end-if

       if edit-valid = "N"
           add 1 to prf-fail-total
       end-if
       .

       tally-profile-value.
       move "N" to prf-found
       perform varying prf-vdx from 1 by 1
               until prf-vdx > prf-value-count or prf-found = "Y"
           if prf-v-text(prf-vdx) = prf-value
               add 1 to prf-v-total(prf-vdx)
               move "Y" to prf-found
           end-if
       end-perform
       if prf-found = "N"
           if prf-value-count < prf-value-max
               add 1 to prf-value-count
               move prf-value to prf-v-text(prf-value-count)
               move 1 to prf-v-total(prf-value-count)
           else
               move "Y" to prf-value-full
           end-if
       end-if
       .

       write-profile-column.
       move spaces to prf-detail
       perform write-profile-line
       move prf-col to prf-col-disp
       move spaces to prf-detail
       move 1 to qry-ptr
       string "  Column " delimited by size
           prf-col-disp delimited by size
           ": " delimited by size
           function trim(col-name(prf-col)) delimited by size
           into prf-detail with pointer qry-ptr
       end-string
       if prf-col = 1
           string "  (key)" delimited by size
               into prf-detail with pointer qry-ptr
           end-string
       end-if
       if col-is-date(prf-col) = "Y"
           string "  (date)" delimited by size
               into prf-detail with pointer qry-ptr
           end-string
       end-if
       perform write-profile-line

       move prf-row-total to prf-disp
       if prf-col = 1
           move prf-row-total to prf-disp2
       else
           move prf-value-count to prf-disp2
       end-if
       move prf-blank-total to prf-disp3
       move spaces to prf-detail
       move 1 to qry-ptr
       string "    Rows: " delimited by size
           prf-disp delimited by size
           "  Blank: " delimited by size
           prf-disp3 delimited by size
           "  Distinct: " delimited by size
           prf-disp2 delimited by size
           into prf-detail with pointer qry-ptr
       end-string
       if prf-value-full = "Y"
           string " (understated)" delimited by size
               into prf-detail with pointer qry-ptr
           end-string
       end-if
       perform write-profile-line

       if prf-col > 1
           move prf-fail-total to prf-disp
           move spaces to prf-detail
           string "    Failing current edit rules: " delimited by size
               prf-disp delimited by size
               into prf-detail
           end-string
           perform write-profile-line
       end-if

       move spaces to prf-detail
       if prf-have-minmax = "N"
           move "    Minimum: (none)   Maximum: (none)" to prf-detail
       else
           if prf-num-col = "Y"
               move prf-min-num to prf-min
               move prf-max-num to prf-max
               perform format-profile-minmax
           end-if
           string "    Minimum: " delimited by size
               function trim(prf-min) delimited by size
               "   Maximum: " delimited by size
               function trim(prf-max) delimited by size
               into prf-detail
           end-string
       end-if
       perform write-profile-line

       if col-is-date(prf-col) = "Y"
           move prf-future-total to prf-disp
           move prf-bad-date-total to prf-disp2
           move spaces to prf-detail
           string "    Earliest: " delimited by size
               prf-earliest delimited by size
               "  Latest: " delimited by size
               prf-latest delimited by size
               "  Future-dated: " delimited by size
               prf-disp delimited by size
               "  Invalid: " delimited by size
               prf-disp2 delimited by size
               into prf-detail
           end-string
           perform write-profile-line
       end-if

       if prf-col = 1
           perform write-profile-gaps
       else
           perform write-profile-top-values
       end-if
       .

       format-profile-minmax.
       move prf-min-num to prf-key-disp
       move spaces to prf-min
       if prf-min-num < 0
           string "-" delimited by size
               function trim(prf-key-disp) delimited by size
               into prf-min
           end-string
       else
           move function trim(prf-key-disp) to prf-min
       end-if
       move prf-max-num to prf-key-disp
       move spaces to prf-max
       if prf-max-num < 0
           string "-" delimited by size
               function trim(prf-key-disp) delimited by size
               into prf-max
           end-string
       else
           move function trim(prf-key-disp) to prf-max
       end-if
       .

       write-profile-gaps.
       move prf-gap-total to prf-key-disp
       move prf-gap-count to prf-disp
       move spaces to prf-detail
       string "    Missing keys in range: " delimited by size
           prf-key-disp delimited by size
           "  in " delimited by size
           prf-disp delimited by size
           " gap(s)" delimited by size
           into prf-detail
       end-string
       perform write-profile-line
       perform varying prf-gdx from 1 by 1
               until prf-gdx > prf-gap-count or prf-gdx > prf-gap-max
           move spaces to prf-detail
           move 1 to qry-ptr
           move prf-gap-from(prf-gdx) to prf-key-disp
           string "      Gap: " delimited by size
               function trim(prf-key-disp) delimited by size
               into prf-detail with pointer qry-ptr
           end-string
           if prf-gap-to(prf-gdx) not = prf-gap-from(prf-gdx)
               move prf-gap-to(prf-gdx) to prf-key-disp
               string " - " delimited by size
                   function trim(prf-key-disp) delimited by size
                   into prf-detail with pointer qry-ptr
               end-string
           end-if
           perform write-profile-line
       end-perform
       if prf-gap-count > prf-gap-max
           move "      (further gaps not listed)" to prf-detail
           perform write-profile-line
       end-if
       .

       write-profile-top-values.
       if prf-value-count > 0
           move "    Most frequent values:" to prf-detail
           perform write-profile-line
       end-if
       perform varying prf-top-n from 1 by 1
               until prf-top-n > prf-top-max
                   or prf-top-n > prf-value-count
           move 0 to prf-top-val
           move 0 to prf-top-idx
           perform varying prf-vdx from 1 by 1
                   until prf-vdx > prf-value-count
               if prf-v-total(prf-vdx) > prf-top-val
                   move prf-v-total(prf-vdx) to prf-top-val
                   move prf-vdx to prf-top-idx
               end-if
           end-perform
           if prf-top-idx > 0
               move prf-top-val to prf-disp
               move spaces to prf-detail
               string "      " delimited by size
                   prf-disp delimited by size
                   "  " delimited by size
                   prf-v-text(prf-top-idx) delimited by size
                   into prf-detail
               end-string
               perform write-profile-line
               move 0 to prf-v-total(prf-top-idx)
           end-if
       end-perform
       .

       write-profile-line.
       if line-count >= lines-per-page
           if page-count > 0
               perform write-page-footer
           end-if
           perform write-profile-header
           move 0 to line-count
       end-if
       move prf-detail to print-record
       write print-record
       add 1 to line-count
       .

       write-profile-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "COLUMN PROFILE REPORT - Table: " delimited by size
           function trim(table-name) delimited by size
           "  Date: " delimited by size
           prf-today delimited by size
           "  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       write print-record
       .

       run-alter-mode.
       move 0 to alt-add-total
       move 0 to alt-drop-total
       move 0 to alt-type-total
       move 0 to alt-rule-total
       move 0 to alt-change-total
       move 0 to alt-old-rows
       move "N" to alt-key-changed
       move spaces to alt-outcome
       move table-columns to alt-ctl-cols

       perform read-layout-registry
       move table-name to lay-find-table
       perform find-layout-entry
       move 0 to alt-reg-count
       if lay-found = "Y"
           move lay-e-cols(lay-idx) to table-columns
           perform parse-column-names
           move col-count to alt-reg-count
           perform varying col-idx from 1 by 1
                   until col-idx > col-count
               move col-name(col-idx) to alt-reg-name(col-idx)
               move col-rule-text(col-idx) to alt-reg-rule(col-idx)
           end-perform
           move alt-ctl-cols to table-columns
           perform parse-column-names
       end-if

       move "N" to sql-overflow-flag
       move 1 to row-counter
       move spaces to query
       string "select cid, name, type from pragma_table_info('"
               delimited by size
           function trim(table-name) delimited by size
           "') order by cid;" delimited by size
           into query
       end-string
       perform ocsql-exec
       subtract 1 from row-counter giving row-max end-subtract
       if result not = 0 or row-max = 0
           display "Error: table " function trim(table-name)
               " does not exist - run MODE=LOAD to create it"
               end-display
           move 8 to return-code
       else
           perform compare-table-layout
           perform print-alter-plan
       end-if
       .

       compare-table-layout.
       move row-max to alt-live-count
       if alt-live-count > alt-live-max
           move alt-live-max to alt-live-count
       end-if
       perform varying alt-ldx from 1 by 1
               until alt-ldx > alt-live-count
           move sql-records(alt-ldx) to main-record
           move col-value(1) to alt-live-name(alt-ldx)
           move function lower-case(col-value(2))
               to alt-live-type(alt-ldx)
           move "N" to alt-live-matched(alt-ldx)
       end-perform

       move 1 to row-counter
       move spaces to query
       string "select count(*) from " delimited by size
           function trim(table-name) delimited by size
           ";" delimited by size
           into query
       end-string
       perform ocsql-exec
       if result = 0 and row-counter > 1
           compute alt-old-rows =
               function numval(function trim(sql-records(1)))
       end-if
       .

       print-alter-plan.
       move spaces to report-file-name
       string function trim(table-name) delimited by size
           "_alter.prt" delimited by size
           into report-file-name
       end-string
       move 0 to page-count
       move lines-per-page to line-count
       move lay-version to lay-version-disp

       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: report file could not be opened, status "
               print-status " - no report written" end-display
       end-if

       perform varying col-idx from 1 by 1 until col-idx > col-count
           perform compare-layout-column
       end-perform
       perform varying alt-ldx from 1 by 1
               until alt-ldx > alt-live-count
           if alt-live-matched(alt-ldx) = "N"
               add 1 to alt-drop-total
               if alt-ldx = 1
                   move "Y" to alt-key-changed
               end-if
               move spaces to alt-detail
               string "  DROP    " delimited by size
                   alt-live-name(alt-ldx)(1:20) delimited by size
                   " " delimited by size
                   alt-live-type(alt-ldx)(1:20) delimited by size
                   " values archived, then removed" delimited by size
                   into alt-detail
               end-string
               perform write-alter-line
           end-if
       end-perform
       compute alt-change-total =
           alt-add-total + alt-drop-total + alt-type-total
       end-compute
       if alt-change-total = 0 and alt-rule-total = 0
           move "  No changes - live table matches table_ctl.dat"
               to alt-detail
           perform write-alter-line
       end-if
       if lay-found = "N"
           move "  Layout not registered yet - rule changes cannot be"
               & " detected" to alt-detail
           perform write-alter-line
       end-if

       if sync-apply-flag = "Y"
           perform apply-alter-plan
       else
           move "Plan only - rerun with APPLY=Y to migrate"
               to alt-outcome
           if alt-change-total > 0 or alt-rule-total > 0
               move 4 to return-code
           end-if
       end-if

       if print-open-flag = "Y"
           if page-count = 0
               perform write-alter-header
           end-if
           move spaces to print-record
           write print-record
           move alt-add-total to alt-disp
           move spaces to print-record
           string "Columns added:    " delimited by size
               alt-disp delimited by size
               into print-record
           end-string
           write print-record
           move alt-drop-total to alt-disp
           move spaces to print-record
           string "Columns dropped:  " delimited by size
               alt-disp delimited by size
               into print-record
           end-string
           write print-record
           move alt-type-total to alt-disp
           move spaces to print-record
           string "Types changed:    " delimited by size
               alt-disp delimited by size
               into print-record
           end-string
           write print-record
           move alt-rule-total to alt-disp
           move spaces to print-record
           string "Rules changed:    " delimited by size
               alt-disp delimited by size
               into print-record
           end-string
           write print-record
           move alt-old-rows to alt-disp
           move spaces to print-record
           string "Rows in table:    " delimited by size
               alt-disp delimited by size
               into print-record
           end-string
           write print-record
           move alt-outcome to print-record
           write print-record
           close print-file
           display "Change plan written to "
               function trim(report-file-name) end-display
       end-if
       display function trim(alt-outcome) end-display
       .

       compare-layout-column.
       move "N" to alt-col-live(col-idx)
       move 0 to alt-match-idx
       perform varying alt-ldx from 1 by 1
               until alt-ldx > alt-live-count
           if function upper-case(
                   function trim(alt-live-name(alt-ldx))) =
                   function upper-case(function trim(col-name(col-idx)))
               move alt-ldx to alt-match-idx
           end-if
       end-perform

       if alt-match-idx = 0
           add 1 to alt-add-total
           if col-idx = 1
               move "Y" to alt-key-changed
           end-if
           move spaces to alt-detail
           move 1 to qry-ptr
           string "  ADD     " delimited by size
               col-name(col-idx)(1:20) delimited by size
               " " delimited by size
               col-type(col-idx)(1:20) delimited by size
               into alt-detail with pointer qry-ptr
           end-string
           if col-has-default(col-idx) = "Y"
               string " default '" delimited by size
                   function trim(col-default(col-idx))
                       delimited by size
                   "'" delimited by size
                   into alt-detail with pointer qry-ptr
               end-string
           else
               string " no default - filled blank" delimited by size
                   into alt-detail with pointer qry-ptr
               end-string
               if col-required(col-idx) = "Y"
                   string " (fails required rule)" delimited by size
                       into alt-detail with pointer qry-ptr
                   end-string
               end-if
           end-if
           perform write-alter-line
       else
           move "Y" to alt-live-matched(alt-match-idx)
           move "Y" to alt-col-live(col-idx)
           if function trim(alt-live-type(alt-match-idx)) not =
                   function lower-case(function trim(col-type(col-idx)))
               add 1 to alt-type-total
               move spaces to alt-detail
               string "  TYPE    " delimited by size
                   col-name(col-idx)(1:20) delimited by size
                   " " delimited by size
                   function trim(alt-live-type(alt-match-idx))
                       delimited by size
                   " -> " delimited by size
                   function trim(col-type(col-idx)) delimited by size
                   into alt-detail
               end-string
               perform write-alter-line
           end-if
       end-if

       if lay-found = "Y"
           move 0 to alt-match-idx
           perform varying alt-rdx from 1 by 1
                   until alt-rdx > alt-reg-count
               if function upper-case(function trim(
                       alt-reg-name(alt-rdx))) = function upper-case(
                       function trim(col-name(col-idx)))
                   move alt-rdx to alt-match-idx
               end-if
           end-perform
           if alt-match-idx > 0
               move alt-reg-rule(alt-match-idx) to alt-rule-old
               move col-rule-text(col-idx) to alt-rule-new
               if function upper-case(alt-rule-old) not =
                       function upper-case(alt-rule-new)
                   add 1 to alt-rule-total
                   if alt-rule-old = spaces
                       move "(none)" to alt-rule-old
                   end-if
                   if alt-rule-new = spaces
                       move "(none)" to alt-rule-new
                   end-if
                   move spaces to alt-detail
                   string "  RULE    " delimited by size
                       col-name(col-idx)(1:20) delimited by size
                       " " delimited by size
                       function trim(alt-rule-old) delimited by size
                       " -> " delimited by size
                       function trim(alt-rule-new) delimited by size
                       into alt-detail
                   end-string
                   perform write-alter-line
               end-if
           end-if
       end-if
       .

       apply-alter-plan.
       evaluate true
           when alt-key-changed = "Y"
               move "Key column changed - migration refused, reload"
                   & " with MODE=LOAD RESET=Y" to alt-outcome
               move 8 to return-code
           when alt-change-total > 0
               perform acquire-run-lock
               if run-lock-flag = "Y"
                   perform migrate-table-layout
                   perform release-run-lock
               else
                   move spaces to alt-outcome
                   string "Lock file " delimited by size
                       function trim(run-lock-name) delimited by size
                       " is held - migration not started"
                           delimited by size
                       into alt-outcome
                   end-string
                   move 8 to return-code
               end-if
           when alt-rule-total > 0 or lay-found = "N"
               move table-name to lay-find-table
               move "N" to lay-bump
               perform register-table-layout
               if return-code = 0
                   move lay-version to lay-version-disp
                   move spaces to alt-outcome
                   string "Rules registered - layout version "
                           delimited by size
                       function trim(lay-version-disp) delimited by size
                       into alt-outcome
                   end-string
               end-if
           when other
               move "Nothing to apply" to alt-outcome
       end-evaluate
       .

       migrate-table-layout.
      *> the old rows are archived first: dropped columns are not
      *> carried into the new table
       perform archive-alter-rows
       if alt-fail = "N"
           move "N" to batch-error
           move "begin transaction;" to query
           perform ocsql-exec
           end-if

           if batch-error = "N"
               move spaces to query
               string "drop table if exists " delimited by size
                   function trim(table-name) delimited by size
                   "__new;" delimited by size
                   into query
               end-string
               perform ocsql-exec
               if result not = zero
                   move "Y" to batch-error
               end-if
           end-if

           if batch-error = "N"
               move spaces to query
               string "create table " delimited by size
                   function trim(table-name) delimited by size
                   "__new (" delimited by size
                   function trim(table-ddl) delimited by size
                   ");" delimited by size
                   into query
               end-string
               perform ocsql-exec
               if result not = zero
                   move "Y" to batch-error
               end-if
           end-if

           if batch-error = "N"
               perform build-migrate-query
               perform ocsql-exec
               if result not = zero
                   move "Y" to batch-error
               end-if
           end-if

           if batch-error = "N"
               move 1 to row-counter
               move spaces to query
               string "select count(*) from " delimited by size
                   function trim(table-name) delimited by size
                   "__new;" delimited by size
                   into query
               end-string
               perform ocsql-exec
               move 0 to alt-new-rows
               if result = 0 and row-counter > 1
                   compute alt-new-rows =
                       function numval(function trim(sql-records(1)))
               end-if
               if result not = zero or alt-new-rows not = alt-old-rows
                   display "Error: " alt-new-rows " rows migrated, "
                       alt-old-rows " expected" end-display
                   move "Y" to batch-error
               end-if
           end-if

           if batch-error = "N"
               move spaces to query
               string "drop table " delimited by size
                   function trim(table-name) delimited by size
                   "; alter table " delimited by size
                   function trim(table-name) delimited by size
                   "__new rename to " delimited by size
                   function trim(table-name) delimited by size
                   ";" delimited by size
                   into query
               end-string
               perform ocsql-exec
               if result not = zero
                   move "Y" to batch-error
               end-if
           end-if

           if batch-error = "Y"
               move "rollback;" to query
               perform ocsql-exec
               move "Migration failed - transaction rolled back"
                   to alt-outcome
               move 16 to return-code
           else
               move "commit;" to query
               perform ocsql-exec
               move table-name to lay-find-table
               move "Y" to lay-bump
               perform register-table-layout
               move lay-version to lay-version-disp
               move alt-old-rows to alt-disp
               move spaces to alt-outcome
               string "Migrated " delimited by size
                   function trim(alt-disp) delimited by size
                   " rows - layout version " delimited by size
                   function trim(lay-version-disp) delimited by size
                   into alt-outcome
               end-string
           end-if
       end-if
       .

       archive-alter-rows.
       move "N" to alt-fail
       move "N" to sql-overflow-flag
       move 1 to row-counter
       move spaces to query
       string "select * from " delimited by size
           function trim(table-name) delimited by size
           " order by 1;" delimited by size
           into query
       end-string
       perform ocsql-exec
       subtract 1 from row-counter giving row-max end-subtract
       if result not = 0 or sql-overflow-flag = "Y"
           move "Rows could not be archived - migration not started"
               to alt-outcome
           move "Y" to alt-fail
           move 8 to return-code
       else
           move row-max to alt-old-rows
           move lay-version to alt-file-ver
           move spaces to export-file-name
           string function trim(table-name) delimited by size
               "_alter_" delimited by size
               alt-file-ver delimited by size
               ".dat" delimited by size
               into export-file-name
           end-string
           open output export-file
           if export-status not = "00"
               move spaces to alt-outcome
               string "Archive " delimited by size
                   function trim(export-file-name) delimited by size
                   " could not be opened - migration not started"
                       delimited by size
                   into alt-outcome
               end-string
               move "Y" to alt-fail
               move 8 to return-code
           else
               perform varying exp-idx from 1 by 1
                       until exp-idx > row-max
                   move sql-records(exp-idx) to main-record
                   move key-field to exp-key-field
                   move col-values to exp-col-values
                   write export-record
               end-perform
               close export-file
               display alt-old-rows " rows archived to "
                   function trim(export-file-name) end-display
           end-if
       end-if
       .

       build-migrate-query.
       move spaces to query
       move 1 to qry-ptr
       string "insert into " delimited by size
           function trim(table-name) delimited by size
           "__new " delimited by size
           function trim(col-list) delimited by size
           " select " delimited by size
           into query with pointer qry-ptr
       end-string
       perform varying col-idx from 1 by 1 until col-idx > col-count
           if col-idx > 1
               string ", " delimited by size
                   into query with pointer qry-ptr
               end-string
           end-if
           if alt-col-live(col-idx) = "Y"
               string function trim(col-name(col-idx))
                       delimited by size
                   into query with pointer qry-ptr
               end-string
           else
               move col-default(col-idx) to esc-src
               perform escape-sql-quotes
               string "'" delimited by size
                   function trim(esc-dst) delimited by size
                   "'" delimited by size
                   into query with pointer qry-ptr
               end-string
           end-if
       end-perform
       string " from " delimited by size
           function trim(table-name) delimited by size
           ";" delimited by size
           into query with pointer qry-ptr
       end-string
       .

       write-alter-line.
       if print-open-flag = "Y"
           if line-count >= lines-per-page
               if page-count > 0
                   perform write-page-footer
               end-if
               perform write-alter-header
               move 0 to line-count
           end-if
           move alt-detail to print-record
           write print-record
           add 1 to line-count
       end-if
       .

       write-alter-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "SCHEMA CHANGE PLAN - Table: " delimited by size
           function trim(table-name) delimited by size
           "  Layout version: " delimited by size
           function trim(lay-version-disp) delimited by size
           "  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       write print-record
       move "  Change  Column               Detail" to print-record
       write print-record
       move "  ------  -------------------- ------" to print-record
       write print-record
       .

       run-export-mode.
       if file-format = "CSV"
           perform run-export-csv
       else
           perform run-export-fixed
       end-if
       .

       run-export-fixed.
       move spaces to export-file-name
       string function trim(table-name) delimited by size
           "_export.dat" delimited by size
           into export-file-name
       end-string
       perform prepare-mode-restart
       move spaces to query
       string "select * from " delimited by size
           function trim(table-name) delimited by size
           " order by " delimited by size
           function trim(col-name(1)) delimited by size
           ";" delimited by size
           into query
       end-string
       perform ocsql-exec
       if sql-overflow-flag = "Y"
           display "Warning: result set exceeded " sql-table-max
               " rows - export is incomplete" end-display
       end-if

       subtract 1 from row-counter giving row-max end-subtract

       move "EXPORT" to fctl-kind
       move export-file-name to fctl-file-name
       move "N" to fctl-csv
       perform next-export-sequence

       move ckpt-resume-count to exp-total
       if checkpoint-active = "Y"
           open extend export-file
           move "Y" to export-open-flag
       else
           move "N" to export-open-flag
           display "Warning: export file could not be opened, status "
               export-status " - no export written" end-display
       end-if

       if export-open-flag = "Y"
           if checkpoint-active not = "Y"
               perform build-export-header
               move fctl-line to export-record
               write export-record
           end-if
           perform varying exp-idx from checkpoint-start by 1
                   until exp-idx > row-max
               move sql-records(exp-idx) to main-record
               move exp-total to checkpoint-count
               perform write-checkpoint
           end-perform
           perform sum-export-hash
           perform build-export-trailer
           move fctl-line to export-record
           write export-record
           close export-file
           perform clear-checkpoint
           perform register-processed-file

           display exp-total " rows exported to "
               function trim(export-file-name) end-display
           if sql-overflow-flag = "Y"
               display "Warning: export is incomplete - "
                   "result set exceeded the row limit" end-display
           end-if
       end-if
       .


       run-export-csv.
       move spaces to csv-file-name
       string function trim(table-name) delimited by size
           "_export.csv" delimited by size
           into csv-file-name
       end-string
       move csv-file-name to export-file-name

       move "N" to sql-overflow-flag
       move 1 to row-counter
       move spaces to query
       string "select * from " delimited by size
           function trim(table-name) delimited by size
           " order by " delimited by size
           function trim(col-name(1)) delimited by size
           ";" delimited by size
           into query
       end-string
       perform ocsql-exec
       if sql-overflow-flag = "Y"
           display "Warning: result set exceeded " sql-table-max
               " rows - export is incomplete" end-display
       end-if

       subtract 1 from row-counter giving row-max end-subtract

       move "EXPORT-CSV" to fctl-kind
       move csv-file-name to fctl-file-name
       move "Y" to fctl-csv
       perform next-export-sequence

       move 0 to exp-total
       open output csv-file
       if csv-status = "00"
           move "Y" to csv-open-flag
           move "Y" to export-open-flag
       else
           move "N" to csv-open-flag
           move "N" to export-open-flag
           display "Warning: export file could not be opened, status "
               csv-status " - no export written" end-display
       end-if

       if csv-open-flag = "Y"
           perform build-export-header
           move fctl-line to csv-record
           write csv-record

           move spaces to csv-line
           move 1 to csv-ptr
           perform varying col-idx from 1 by 1
                   until col-idx > col-count
               if col-idx > 1
                   string "," delimited by size
                       into csv-line with pointer csv-ptr
                   end-string
               end-if
               string function trim(col-name(col-idx))
                       delimited by size
                   into csv-line with pointer csv-ptr
               end-string
           end-perform
           move csv-line to csv-record
           write csv-record

           perform varying exp-idx from 1 by 1
                   until exp-idx > row-max
               move sql-records(exp-idx) to main-record
               perform build-csv-row
               move csv-line to csv-record
               write csv-record
               add 1 to exp-total
           end-perform
           perform sum-export-hash
           perform build-export-trailer
           move fctl-line to csv-record
           write csv-record
           close csv-file
           perform register-processed-file

           display exp-total " rows exported to "
               function trim(csv-file-name) end-display
           if sql-overflow-flag = "Y"
               display "Warning: export is incomplete - "
                   "result set exceeded the row limit" end-display
           end-if
       end-if
       .

       build-csv-row.
       move spaces to csv-line
       move 1 to csv-ptr
       string key-field delimited by size
           into csv-line with pointer csv-ptr
       end-string
       perform varying col-idx from 2 by 1 until col-idx > col-count
           string "," delimited by size
               into csv-line with pointer csv-ptr
           end-string
           move col-value(col-idx - 1) to csv-field
           perform csv-append-field
       end-perform
       .

       csv-append-field.
       move 0 to csv-len
       perform varying csv-idx from 20 by -1
               until csv-idx < 1 or csv-len > 0
           if csv-field(csv-idx:1) not = space
               move csv-idx to csv-len
           end-if
       end-perform
       move "N" to csv-need-quote
       perform varying csv-idx from 1 by 1 until csv-idx > csv-len
           if csv-field(csv-idx:1) = ","
                   or csv-field(csv-idx:1) = quote
               move "Y" to csv-need-quote
           end-if
       end-perform
       if csv-len > 0
           if csv-need-quote = "Y"
               move spaces to csv-quoted
               move 1 to csv-out
               move quote to csv-quoted(csv-out:1)
               add 1 to csv-out
               perform varying csv-idx from 1 by 1
                       until csv-idx > csv-len
                   if csv-field(csv-idx:1) = quote
                       move quote to csv-quoted(csv-out:1)
                       add 1 to csv-out
                   end-if
                   move csv-field(csv-idx:1)
                       to csv-quoted(csv-out:1)
                   add 1 to csv-out
               end-perform
               move quote to csv-quoted(csv-out:1)
               string csv-quoted(1:csv-out) delimited by size
                   into csv-line with pointer csv-ptr
               end-string
           else
               string csv-field(1:csv-len) delimited by size
                   into csv-line with pointer csv-ptr
               end-string
           end-if
       end-if
       .

       run-import-mode.
       if file-format = "CSV"
           perform run-import-csv
       else
           perform run-import-fixed
       end-if
       .

       run-import-fixed.
       move spaces to import-file-name
       string function trim(table-name) delimited by size
           "_import.dat" delimited by size
           into import-file-name
       end-string
       move spaces to reject-file-name
       string function trim(table-name) delimited by size
           "_reject.dat" delimited by size
           into reject-file-name
       end-string
       perform prepare-mode-restart

       move 0 to imp-read-total
       move 0 to imp-save-total
       move 0 to imp-rej-total

       open input import-file
       if import-status = "00"
           move "Y" to import-open-flag
       else
           move "N" to import-open-flag
           display "Error: import file "
               function trim(import-file-name)
               " could not be opened, status " import-status
               end-display
           move 8 to return-code
       end-if
       if import-open-flag = "Y"
           perform prescan-import-fixed
       end-if

       if import-open-flag = "Y"
           if checkpoint-active = "Y"
               open extend reject-file
           else
               open output reject-file
           end-if
           if reject-status = "00"
               move "Y" to reject-open-flag
           else
               move "N" to reject-open-flag
               display "Warning: reject file could not be opened, "
                   "status " reject-status
                   " - rejects will not be written" end-display
           end-if

           perform until import-status not = "00"
               read import-file
                   at end
                       move "10" to import-status
                   not at end
                       if import-record(1:3) not = "HDR"
                               and import-record(1:3) not = "TRL"
                           perform import-one-record
                       end-if
               end-read
           end-perform

           close import-file
           if reject-open-flag = "Y"
               close reject-file
           end-if
           perform clear-checkpoint
           perform register-processed-file

           display imp-read-total " rows read from "
               function trim(import-file-name) end-display
           display imp-save-total " rows saved, "
               imp-rej-total " rows rejected to "
               function trim(reject-file-name) end-display
           if imp-rej-total > 0 and return-code = 0
               move 4 to return-code
           end-if
       end-if
       .

       import-one-record.
       add 1 to imp-read-total
       if checkpoint-active = "Y"
               and imp-read-total <= ckpt-resume-count
           continue
       else
           move imp-key-field to key-field
           move imp-col-values to col-values
           move "Y" to csv-parse-ok
           perform import-apply-row
           move imp-read-total to checkpoint-count
           perform write-checkpoint
       end-if
       .

       import-apply-row.
       perform validate-row-date
       if date-valid = "Y"
           perform validate-row-edits
       end-if
       if date-valid = "Y" and edit-valid = "Y"
           perform validate-row-links
       end-if
       if date-valid = "Y" and edit-valid = "Y"
               and link-valid = "Y"
           move key-field to jrn-key-value
           perform capture-before-image
           perform build-save-query
           perform ocsql-exec
           if result = 0
               if jrn-key-value = 0
                   perform fetch-inserted-key
               end-if
               move main-record to jrn-after-image
               perform write-journal-record
               add 1 to imp-save-total
           else
               perform write-reject-record
           end-if
       else
           perform write-reject-record
       end-if
       .

       run-import-csv.
       move spaces to csv-file-name
       string function trim(table-name) delimited by size
           "_import.csv" delimited by size
           into csv-file-name
       end-string
       move spaces to reject-file-name
       string function trim(table-name) delimited by size
           "_reject.dat" delimited by size
           into reject-file-name
       end-string

       move 0 to imp-read-total
       move 0 to imp-save-total
       move 0 to imp-rej-total

       open input csv-file
       if csv-status = "00"
           move "Y" to csv-open-flag
       else
           move "N" to csv-open-flag
           display "Error: import file "
               function trim(csv-file-name)
               " could not be opened, status " csv-status
               end-display
           move 8 to return-code
       end-if
       if csv-open-flag = "Y"
           perform prescan-import-csv
       end-if

       if csv-open-flag = "Y"
           open output reject-file
           if reject-status = "00"
               move "Y" to reject-open-flag
           else
               move "N" to reject-open-flag
               display "Warning: reject file could not be opened, "
                   "status " reject-status
                   " - rejects will not be written" end-display
           end-if

      *> header record, then the column heading line
           read csv-file
               at end
                   move "10" to csv-status
           end-read
           if csv-status = "00"
               read csv-file
                   at end
                       move "10" to csv-status
               end-read
           end-if

           perform until csv-status not = "00"
               read csv-file
                   at end
                       move "10" to csv-status
                   not at end
                       if csv-record(1:4) not = "TRL,"
                           perform import-one-csv-record
                       end-if
               end-read
           end-perform

           close csv-file
           if reject-open-flag = "Y"
               close reject-file
           end-if
           perform register-processed-file

           display imp-read-total " rows read from "
               function trim(csv-file-name) end-display
           display imp-save-total " rows saved, "
               imp-rej-total " rows rejected to "
               function trim(reject-file-name) end-display
           if imp-rej-total > 0 and return-code = 0
               move 4 to return-code
           end-if
       end-if
       .

       import-one-csv-record.
       add 1 to imp-read-total
       perform parse-csv-record
       if csv-parse-ok = "Y"
           perform import-apply-row
       else
           perform write-reject-record
       end-if
       .

       parse-csv-record.
       move "Y" to csv-parse-ok
       move zero to key-field
       move spaces to col-values

       move 0 to csv-reclen
       perform varying csv-idx from 512 by -1
               until csv-idx < 1 or csv-reclen > 0
           if csv-record(csv-idx:1) not = space
               move csv-idx to csv-reclen
           end-if
       end-perform

       move 1 to csv-fld-num
       move spaces to csv-field-buf
       move 1 to csv-out
       move "N" to csv-in-quotes
       move "N" to csv-skip
       perform varying csv-idx from 1 by 1
               until csv-idx > csv-reclen
           if csv-skip = "Y"
               move "N" to csv-skip
           else
               move csv-record(csv-idx:1) to csv-char
               if csv-in-quotes = "Y"
                   if csv-char = quote
                       if csv-idx < csv-reclen and
                               csv-record(csv-idx + 1:1) = quote
                           perform append-csv-char
                           move "Y" to csv-skip
                       else
                           move "N" to csv-in-quotes
                       end-if
                   else
                       perform append-csv-char
                   end-if
               else
                   evaluate true
                       when csv-char = quote and csv-out = 1
                           move "Y" to csv-in-quotes
                       when csv-char = ","
                           perform store-csv-field
                       when other
                           perform append-csv-char
                   end-evaluate
               end-if
           end-if
       end-perform
       perform store-csv-field
       if csv-in-quotes = "Y"
           move "N" to csv-parse-ok
       end-if
       .

       append-csv-char.
       if csv-out <= 20
           move csv-char to csv-field-buf(csv-out:1)
           add 1 to csv-out
       end-if
       .

       store-csv-field.
       if csv-fld-num = 1
           move csv-field-buf to csv-keybuf
           perform parse-csv-key
       else
           if csv-fld-num <= col-count
               move csv-field-buf to col-value(csv-fld-num - 1)
           else
               move "N" to csv-parse-ok
           end-if
       end-if
       add 1 to csv-fld-num
       move spaces to csv-field-buf
       move 1 to csv-out
       .

       parse-csv-key.
       if csv-keybuf = spaces
           move zero to key-field
       else
           perform varying csv-len from 1 by 1 until csv-len > 20
               if csv-keybuf(csv-len:1) not = space
                   and (csv-keybuf(csv-len:1) < "0"
                       or csv-keybuf(csv-len:1) > "9")
                   move "N" to csv-parse-ok
               end-if
           end-perform
           if csv-parse-ok = "Y"
               compute key-field = function numval(
                   function trim(csv-keybuf))
           end-if
       end-if
       .

       start-control-scan.
       move "Y" to fctl-ok
       move spaces to fctl-reason
       move "N" to fctl-have-header
       move "N" to fctl-have-trailer
       move "N" to fctl-skip-heading
       move spaces to fctl-source
       move spaces to fctl-date
       move 0 to fctl-seq
       move 0 to fctl-count
       move 0 to fctl-hash
       move 0 to fctl-trl-count
       move 0 to fctl-trl-hash
       .

       note-control-record.
      *> fctl-line holds the record, fctl-key the key of a data record
       if fctl-ok = "Y"
           evaluate true
               when fctl-have-trailer = "Y"
                   if fctl-line not = spaces
                       move "records follow the trailer" to fctl-reason
                       move "N" to fctl-ok
                   end-if
               when fctl-line(1:3) = "HDR"
                   if fctl-have-header = "Y" or fctl-count > 0
                       move "header is not the first record"
                           to fctl-reason
                       move "N" to fctl-ok
                   else
                       perform parse-control-header
                   end-if
               when fctl-line(1:3) = "TRL"
                   perform parse-control-trailer
               when fctl-have-header = "N"
                   move "no header record" to fctl-reason
                   move "N" to fctl-ok
               when fctl-skip-heading = "Y"
                   move "N" to fctl-skip-heading
               when other
                   add 1 to fctl-count
                   add fctl-key to fctl-hash
           end-evaluate
       end-if
       .

       parse-control-header.
       move "Y" to fctl-have-header
       if fctl-csv = "Y"
           move "Y" to fctl-skip-heading
           move spaces to fctl-f1
           move spaces to fctl-f2
           move spaces to fctl-f3
           move spaces to fctl-f4
           unstring fctl-line delimited by ","
               into fctl-f1 fctl-f2 fctl-f3 fctl-f4
           end-unstring
           move fctl-f2 to fctl-source
           move fctl-f3 to fctl-date
       else
           move fctl-line to fhdr-rec
           move fhdr-source to fctl-source
           move fhdr-date to fctl-date
           move fhdr-seq to fctl-f4
       end-if
       if function trim(fctl-f4) is numeric
           compute fctl-seq = function numval(function trim(fctl-f4))
           end-compute
       end-if
       move spaces to date-field
       string fctl-date(1:4) delimited by size
           "-" delimited by size
           fctl-date(5:2) delimited by size
           "-" delimited by size
           fctl-date(7:2) delimited by size
           into date-field
       end-string
       perform validate-date-field
       evaluate true
           when fctl-source = spaces
               move "header has no source system" to fctl-reason
               move "N" to fctl-ok
           when fctl-date is not numeric or date-valid = "N"
               move "header file date is not a valid YYYYMMDD date"
                   to fctl-reason
               move "N" to fctl-ok
           when fctl-seq = 0
               move "header sequence number is missing or zero"
                   to fctl-reason
               move "N" to fctl-ok
           when other
               continue
       end-evaluate
       .

       parse-control-trailer.
       move "Y" to fctl-have-trailer
       move spaces to fctl-f2
       move spaces to fctl-f3
       if fctl-csv = "Y"
           move spaces to fctl-f1
           unstring fctl-line delimited by ","
               into fctl-f1 fctl-f2 fctl-f3
           end-unstring
       else
           move fctl-line to ftrl-rec
           move ftrl-count to fctl-f2
           move ftrl-hash to fctl-f3
       end-if
       if function trim(fctl-f2) is numeric
               and function trim(fctl-f3) is numeric
           compute fctl-trl-count =
               function numval(function trim(fctl-f2))
           end-compute
           compute fctl-trl-hash =
               function numval(function trim(fctl-f3))
           end-compute
       else
           move "trailer count or hash total is not numeric"
               to fctl-reason
           move "N" to fctl-ok
       end-if
       .

       finish-control-scan.
      *> totals are checked before the register: a damaged file is
      *> never accepted, whatever the operator overrides
       if fctl-ok = "Y" and fctl-have-header = "N"
           move "no header record" to fctl-reason
           move "N" to fctl-ok
       end-if
       if fctl-ok = "Y" and fctl-have-trailer = "N"
           move "no trailer record - file may be truncated"
               to fctl-reason
           move "N" to fctl-ok
       end-if
       if fctl-ok = "Y" and fctl-count not = fctl-trl-count
           move fctl-count to fctl-disp
           move fctl-trl-count to fctl-disp2
           move spaces to fctl-reason
           string "record count " delimited by size
               function trim(fctl-disp) delimited by size
               " does not match trailer count " delimited by size
               function trim(fctl-disp2) delimited by size
               into fctl-reason
           end-string
           move "N" to fctl-ok
       end-if
       if fctl-ok = "Y"
           compute fctl-hash-out =
               function mod(fctl-hash, 1000000000000000)
           end-compute
           if fctl-hash-out not = fctl-trl-hash
               move "key hash total does not match the trailer"
                   to fctl-reason
               move "N" to fctl-ok
           end-if
       end-if
       if fctl-ok = "Y"
           perform check-file-register
       end-if
       if fctl-ok = "N"
           perform reject-control-file
       end-if
       .

       check-file-register.
       perform scan-file-register
       move fctl-seq to fctl-seq-disp
       if freg-dup = "Y"
           if override-flag = "Y"
               display "Warning: " function trim(fctl-file-name)
                   " sequence " function trim(fctl-seq-disp)
                   " was already processed - reprocessed under"
                   " OVERRIDE=Y" end-display
           else
               move freg-dup-stamp to stamp-in
               perform format-stamp
               move spaces to fctl-reason
               string "sequence " delimited by size
                   function trim(fctl-seq-disp) delimited by size
                   " already processed " delimited by size
                   stamp-text delimited by size
                   " - OVERRIDE=Y to reprocess" delimited by size
                   into fctl-reason
               end-string
               move "N" to fctl-ok
           end-if
       else
           if freg-last-seq > 0 and fctl-seq not = freg-last-seq + 1
               move spaces to fctl-reason
               move freg-last-seq to freg-seq
               add 1 to freg-seq
               string "sequence " delimited by size
                   function trim(fctl-seq-disp) delimited by size
                   " out of order - expected " delimited by size
                   freg-seq delimited by size
                   into fctl-reason
               end-string
               move "N" to fctl-ok
           end-if
       end-if
       .

       scan-file-register.
      *> last sequence registered for this kind, table and source
       move 0 to freg-last-seq
       move "N" to freg-dup
       move spaces to freg-dup-stamp
       open input filereg-file
       if freg-status = "00"
           perform until freg-status not = "00"
               read filereg-file
                   at end
                       move "10" to freg-status
                   not at end
                       perform match-file-register
               end-read
           end-perform
           close filereg-file
       end-if
       .

       match-file-register.
       if filereg-record(1:1) not = "#" and
          function trim(filereg-record) not = spaces
           move spaces to freg-kind-w
           move spaces to freg-table-w
           move spaces to freg-source-w
           move spaces to freg-seq-x
           move spaces to freg-date-w
           move spaces to freg-file-w
           move spaces to freg-stamp-w
           unstring filereg-record delimited by "|"
               into freg-kind-w freg-table-w freg-source-w
                   freg-seq-x freg-date-w freg-file-w freg-stamp-w
           end-unstring
           if freg-kind-w = fctl-kind
                   and function trim(freg-table-w) =
                       function trim(table-name)
                   and function upper-case(freg-source-w) =
                       function upper-case(fctl-source)
                   and freg-seq-x is numeric
               move freg-seq-x to freg-seq
               if freg-seq > freg-last-seq
                   move freg-seq to freg-last-seq
               end-if
               if freg-seq = fctl-seq
                   move "Y" to freg-dup
                   move freg-stamp-w to freg-dup-stamp
               end-if
           end-if
       end-if
       .

       register-processed-file.
       open extend filereg-file
       if freg-status = "00" or freg-status = "05"
           move spaces to filereg-record
           move fctl-count to fctl-disp
           string function trim(fctl-kind) delimited by size
               "|" delimited by size
               function trim(table-name) delimited by size
               "|" delimited by size
               function trim(fctl-source) delimited by size
               "|" delimited by size
               fctl-seq delimited by size
               "|" delimited by size
               fctl-date delimited by size
               "|" delimited by size
               function trim(fctl-file-name) delimited by size
               "|" delimited by size
               function current-date delimited by size
               "|" delimited by size
               function trim(fctl-disp) delimited by size
               "|" delimited by size
               function trim(operator-id) delimited by size
               "|" delimited by size
               override-flag delimited by size
               into filereg-record
           end-string
           write filereg-record
           close filereg-file
       else
           display "Warning: file register could not be opened, "
               "status " freg-status " - "
               function trim(fctl-file-name) " not registered"
               end-display
       end-if
       .

       reject-control-file.
       display "Error: " function trim(fctl-file-name)
           " rejected - " function trim(fctl-reason)
           " - no rows applied" end-display
       move 8 to return-code
       if audit-open-flag = "Y"
           move spaces to audit-record
           move function current-date to audit-timestamp
           move 8 to audit-result
           move spaces to audit-query
           string "rejected " delimited by size
               function trim(fctl-kind) delimited by size
               " file " delimited by size
               function trim(fctl-file-name) delimited by size
               into audit-query
           end-string
           move fctl-reason to audit-errstr
           move operator-id to audit-operator
           write audit-record
       end-if
       .

       next-export-sequence.
      *> exports number their own files in the register, one
      *> sequence per table and format
       move exp-source to fctl-source
       move 0 to fctl-seq
       perform scan-file-register
       compute fctl-seq = freg-last-seq + 1
       end-compute
       move "Y" to fctl-ok
       move function current-date(1:8) to fctl-date
       move 0 to fctl-hash
       .

       prescan-import-fixed.
       move "IMPORT" to fctl-kind
       move import-file-name to fctl-file-name
       move "N" to fctl-csv
       perform start-control-scan
       perform until import-status not = "00"
           read import-file
               at end
                   move "10" to import-status
               not at end
                   move import-record to fctl-line
                   if imp-key-field is numeric
                       move imp-key-field to fctl-key
                   else
                       move 0 to fctl-key
                   end-if
                   perform note-control-record
           end-read
       end-perform
       close import-file
       perform finish-control-scan
       move "N" to import-open-flag
       if fctl-ok = "Y"
           open input import-file
           if import-status = "00"
               move "Y" to import-open-flag
           end-if
       end-if
       .

       prescan-import-csv.
       move "IMPORT" to fctl-kind
       move csv-file-name to fctl-file-name
       move "Y" to fctl-csv
       perform start-control-scan
       perform until csv-status not = "00"
           read csv-file
               at end
                   move "10" to csv-status
               not at end
                   move csv-record to fctl-line
                   move spaces to fctl-f1
                   unstring csv-record delimited by ","
                       into fctl-f1
                   end-unstring
                   move 0 to fctl-key
                   if function trim(fctl-f1) is numeric
                       compute fctl-key =
                           function numval(function trim(fctl-f1))
                       end-compute
                   end-if
                   perform note-control-record
           end-read
       end-perform
       close csv-file
       perform finish-control-scan
       move "N" to csv-open-flag
       if fctl-ok = "Y"
           open input csv-file
           if csv-status = "00"
               move "Y" to csv-open-flag
           end-if
       end-if
       .

       prescan-txn-file.
       move "APPLY" to fctl-kind
       move txn-file-name to fctl-file-name
       move "N" to fctl-csv
       perform start-control-scan
       perform until txn-status not = "00"
           read txn-file
               at end
                   move "10" to txn-status
               not at end
                   move txn-record to fctl-line
                   if txn-key-field is numeric
                       move txn-key-field to fctl-key
                   else
                       move 0 to fctl-key
                   end-if
                   perform note-control-record
           end-read
       end-perform
       close txn-file
       perform finish-control-scan
       move "N" to txn-open-flag
       if fctl-ok = "Y"
           open input txn-file
           if txn-status = "00"
               move "Y" to txn-open-flag
           end-if
       end-if
       .

       sum-export-hash.
      *> hash total over every row in the result set, so a restarted
      *> export still carries the total for the whole file
       move 0 to fctl-hash
       perform varying exp-idx from 1 by 1 until exp-idx > row-max
           move sql-records(exp-idx) to main-record
           add key-field to fctl-hash
       end-perform
       compute fctl-hash-out = function mod(fctl-hash, 1000000000000000)
       end-compute
       .

       build-export-header.
       move spaces to fhdr-rec
       move "HDR" to fhdr-id
       move fctl-source to fhdr-source
       move fctl-date to fhdr-date
       move fctl-seq to fhdr-seq
       move spaces to fctl-line
       if fctl-csv = "Y"
           move fctl-seq to fctl-seq-disp
           string "HDR," delimited by size
               function trim(fctl-source) delimited by size
               "," delimited by size
               fctl-date delimited by size
               "," delimited by size
               function trim(fctl-seq-disp) delimited by size
               into fctl-line
           end-string
       else
           move fhdr-rec to fctl-line
       end-if
       .

       build-export-trailer.
       move exp-total to fctl-count
       move spaces to ftrl-rec
       move "TRL" to ftrl-id
       move fctl-count to ftrl-count
       move fctl-hash-out to ftrl-hash
       move spaces to fctl-line
       if fctl-csv = "Y"
           move fctl-count to fctl-disp
           move fctl-hash-out to fctl-trl-hash
           string "TRL," delimited by size
               function trim(fctl-disp) delimited by size
               "," delimited by size
               fctl-trl-hash delimited by size
               into fctl-line
           end-string
       else
           move ftrl-rec to fctl-line
       end-if
       .

       run-apply-mode.
       move spaces to txn-file-name
       string function trim(table-name) delimited by size
           "_txn.dat" delimited by size
           into txn-file-name
       end-string
       move spaces to txn-reject-name
       string function trim(table-name) delimited by size
           "_txnrej.dat" delimited by size
           into txn-reject-name
       end-string

       move 0 to txn-read-total
       move 0 to txn-add-applied
       move 0 to txn-add-rejected
       move 0 to txn-chg-applied
       move 0 to txn-chg-rejected
       move 0 to txn-del-applied
       move 0 to txn-del-rejected
       move 0 to txn-bad-action

       open input txn-file
       if txn-status = "00"
           move "Y" to txn-open-flag
       else
           move "N" to txn-open-flag
           display "Error: transaction file "
               function trim(txn-file-name)
               " could not be opened, status " txn-status
               end-display
           move 8 to return-code
       end-if
       if txn-open-flag = "Y"
           perform prescan-txn-file
       end-if

       if txn-open-flag = "Y"
           open output txn-reject-file
           if txn-rej-status = "00"
               move "Y" to txn-rej-open-flag
           else
               move "N" to txn-rej-open-flag
               display "Warning: reject file could not be opened, "
                   "status " txn-rej-status
                   " - rejects will not be written" end-display
           end-if

           move "N" to batch-error
           move "begin transaction;" to query
           perform ocsql-exec
           if result not = zero
               move "Y" to batch-error
           end-if

           if batch-error = "N"
               perform until txn-status not = "00"
                   read txn-file
                       at end
                           move "10" to txn-status
                       not at end
                           if txn-record(1:3) not = "HDR"
                                   and txn-record(1:3) not = "TRL"
                               perform apply-one-txn
                           end-if
                   end-read
               end-perform
               move "commit;" to query
               perform ocsql-exec
               if result not = zero
                   move "Y" to batch-error
               end-if
           end-if

           close txn-file
           if txn-rej-open-flag = "Y"
               close txn-reject-file
           end-if

           if batch-error = "Y"
               move "rollback;" to query
               perform ocsql-exec
               display "Apply batch failed - transaction rolled back"
                   end-display
               move 16 to return-code
           else
               perform register-processed-file
           end-if

           perform print-apply-summary

           compute txn-rej-total = txn-add-rejected
               + txn-chg-rejected + txn-del-rejected
               + txn-bad-action
           end-compute
           display txn-read-total " transactions read from "
               function trim(txn-file-name) end-display
           display txn-rej-total " transactions rejected to "
               function trim(txn-reject-name) end-display
           if txn-rej-total > 0 and return-code = 0
               move 4 to return-code
           end-if
       end-if
       .

       apply-one-txn.
       add 1 to txn-read-total
       move spaces to txn-reason
       evaluate function upper-case(txn-action)
           when "A"
               perform apply-txn-add
           when "C"
               perform apply-txn-change
           when "D"
               perform apply-txn-delete
           when other
               move "BAD ACTION" to txn-reason
               add 1 to txn-bad-action
               perform write-txn-reject
       end-evaluate
       .

       apply-txn-add.
       move txn-key-field to key-field
       move txn-col-values to col-values
       move key-field to jrn-key-value
       perform capture-before-image
       if key-field not = 0 and jrn-before-image not = spaces
           move "DUP KEY" to txn-reason
       else
           perform validate-apply-row
       end-if
       if txn-reason = spaces
           perform build-save-query
           perform ocsql-exec
           if result = 0
               if jrn-key-value = 0
                   perform fetch-inserted-key
               end-if
               move main-record to jrn-after-image
               perform write-journal-record
               add 1 to txn-add-applied
           else
               move "SQL ERROR" to txn-reason
           end-if
       end-if
       if txn-reason not = spaces
           add 1 to txn-add-rejected
           perform write-txn-reject
       end-if
       .

       apply-txn-change.
       move txn-key-field to key-field
       if key-field = 0
           move "NO KEY" to txn-reason
       else
           move key-field to jrn-key-value
           perform capture-before-image
           if jrn-before-image = spaces
               move "NOT FOUND" to txn-reason
           else
               move jrn-before-image to main-record
               move txn-key-field to key-field
               perform varying col-idx from 2 by 1
                       until col-idx > col-count
                   if txn-col-value(col-idx - 1) not = spaces
                       move txn-col-value(col-idx - 1)
                           to col-value(col-idx - 1)
                   end-if
               end-perform
               perform validate-apply-row
               if txn-reason = spaces
                   perform build-save-query
                   perform ocsql-exec
                   if result = 0
                       move main-record to jrn-after-image
                       perform write-journal-record
                       add 1 to txn-chg-applied
                   else
                       move "SQL ERROR" to txn-reason
                   end-if
               end-if
           end-if
       end-if
       if txn-reason not = spaces
           add 1 to txn-chg-rejected
           perform write-txn-reject
       end-if
       .

       apply-txn-delete.
       move txn-key-field to key-field
       if key-field = 0
           move "NO KEY" to txn-reason
       else
           move key-field to jrn-key-value
           perform capture-before-image
           if jrn-before-image = spaces
               move "NOT FOUND" to txn-reason
           else
               move spaces to query
               string "delete from " delimited by size
                   function trim(table-name) delimited by size
                   " where " delimited by size
                   function trim(col-name(1)) delimited by size
                   " = " delimited by size
                   key-field delimited by size
                   ";" delimited by size
                   into query
               end-string
               perform ocsql-exec
               if result = 0
                   move spaces to jrn-after-image
                   perform write-journal-record
                   add 1 to txn-del-applied
               else
                   move "SQL ERROR" to txn-reason
               end-if
           end-if
       end-if
       if txn-reason not = spaces
           add 1 to txn-del-rejected
           perform write-txn-reject
       end-if
       .

       validate-apply-row.
       perform validate-row-date
       if date-valid = "N"
           move "INVALID DATE" to txn-reason
       else
           perform validate-row-edits
           if edit-valid = "N"
               move edit-fail-rule to txn-reason
           else
               perform validate-row-links
               if link-valid = "N"
                   move "NO PARENT" to txn-reason
               end-if
           end-if
       end-if
       .

       write-txn-reject.
       if txn-rej-open-flag = "Y"
           move spaces to txn-reject-record
           move txn-action to txr-action
           move txn-key-field to txr-key-field
           move txn-col-values to txr-col-values
           move txn-reason to txr-reason
           write txn-reject-record
       end-if
       .

       print-apply-summary.
       move spaces to report-file-name
       string function trim(table-name) delimited by size
           "_apply.prt" delimited by size
           into report-file-name
       end-string
       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: summary file could not be opened, "
               "status " print-status " - no summary written"
               end-display
       end-if

       if print-open-flag = "Y"
           move spaces to print-record
           string "TRANSACTION APPLY SUMMARY - Table: "
                   delimited by size
               function trim(table-name) delimited by size
               into print-record
           end-string
           write print-record
           move spaces to print-record
           write print-record
           move "  Action      Applied    Rejected" to print-record
           write print-record
           move "  ----------  ---------  ---------" to print-record
           write print-record

           move spaces to print-record
           move 1 to qry-ptr
           move txn-add-applied to txn-disp
           string "  A (add)     " delimited by size
               txn-disp delimited by size
               into print-record with pointer qry-ptr
           end-string
           move txn-add-rejected to txn-disp
           string "  " delimited by size
               txn-disp delimited by size
               into print-record with pointer qry-ptr
           end-string
           write print-record

           move spaces to print-record
           move 1 to qry-ptr
           move txn-chg-applied to txn-disp
           string "  C (change)  " delimited by size
               txn-disp delimited by size
               into print-record with pointer qry-ptr
           end-string
           move txn-chg-rejected to txn-disp
           string "  " delimited by size
               txn-disp delimited by size
               into print-record with pointer qry-ptr
           end-string
           write print-record

           move spaces to print-record
           move 1 to qry-ptr
           move txn-del-applied to txn-disp
           string "  D (delete)  " delimited by size
               txn-disp delimited by size
               into print-record with pointer qry-ptr
           end-string
           move txn-del-rejected to txn-disp
           string "  " delimited by size
               txn-disp delimited by size
               into print-record with pointer qry-ptr
           end-string
           write print-record

           if txn-bad-action > 0
               move spaces to print-record
               move txn-bad-action to txn-disp
               string "  (bad action codes rejected: "
                       delimited by size
                   txn-disp delimited by size
                   ")" delimited by size
                   into print-record
               end-string
               write print-record
           end-if

           move spaces to print-record
           write print-record
           move txn-read-total to txn-disp
           move spaces to print-record
           string "Transactions read: " delimited by size
               txn-disp delimited by size
               into print-record
           end-string
           write print-record
           if batch-error = "Y"
               move "Batch failed - transaction rolled back, no"
                   & " actions were applied" to print-record
               write print-record
           end-if

           close print-file
           display "Apply summary written to "
               function trim(report-file-name) end-display
       end-if
       .

       run-inquiry-mode.
       move "N" to inquiry-done-flag
       perform until inquiry-done-flag = "Y"
           move 0 to search-key-field
           move spaces to search-str-field
           move spaces to screen-message
           accept inquiry-screen end-accept
           if search-key-field = 0 and search-str-field = spaces
               move "Y" to inquiry-done-flag
           else
               perform select-matching-rows
               if row-max > 0
                   perform browse-matching-rows
               else
                   display "No matching rows found" end-display
               end-if
           end-if
       end-perform
       .

       select-matching-rows.
       move "N" to sql-overflow-flag
       move 1 to row-counter
       move spaces to query
       if search-key-field not = 0
           string "select * from " delimited by size
               function trim(table-name) delimited by size
               " where " delimited by size
               function trim(col-name(1)) delimited by size
               " = " delimited by size
               search-key-field delimited by size
               ";" delimited by size
               into query
           end-string
       else
           move search-str-field to esc-src
           perform escape-sql-quotes
           string "select * from " delimited by size
               function trim(table-name) delimited by size
               " where " delimited by size
               function trim(col-name(2)) delimited by size
               " like '%" delimited by size
               function trim(esc-dst) delimited by size
               "%';" delimited by size
               into query
           end-string
       end-if
       perform ocsql-exec
       subtract 1 from row-counter giving row-max end-subtract
       if sql-overflow-flag = "Y"
           display "Warning: result set exceeded " sql-table-max
               " rows - extra rows were not captured" end-display
       end-if
       .

       browse-matching-rows.
       move 1 to inq-idx
       move "N" to browse-done-flag
       perform until browse-done-flag = "Y"
           move sql-records(inq-idx) to main-record
           move spaces to action-field
           move spaces to screen-message
           move inq-idx to inq-idx-disp
           move row-max to inq-max-disp
           string "Row " delimited by size
               inq-idx-disp delimited by size
               " of " delimited by size
               inq-max-disp delimited by size
               " N/P=page S=save X=exit" delimited by size
               into screen-message
           end-string
           accept entry-screen end-accept
           evaluate function upper-case(action-field)
               when "S"
                   if oper-table-ok = "N"
                       move "Not authorised to change this table"
                           to screen-message
                       display screen-message end-display
                   else
                       perform validate-row-date
                       if date-valid = "Y"
                           perform validate-row-edits
                           if edit-valid = "Y"
                               perform queue-screen-change
                           else
                               perform show-edit-failure
                           end-if
                       else
                           move "Invalid date - expected YYYY-MM-DD,"
                               & " row not saved" to screen-message
                           display screen-message end-display
                       end-if
                   end-if
               when "P"
                   if inq-idx > 1
                       subtract 1 from inq-idx end-subtract
                   end-if
               when "X"
                   move "Y" to browse-done-flag
               when other
                   if inq-idx < row-max
                       add 1 to inq-idx end-add
                   else
                       move "Y" to browse-done-flag
                   end-if
           end-evaluate
       end-perform
       .

       run-approve-mode.
       perform read-pending-file
       if return-code = 0
           if batch-flag not = "Y"
               perform review-pending-items
           end-if
           perform print-pending-report
       end-if
       .

       read-pending-file.
       move 0 to pnd-count
       move "N" to pnd-over
       open input pending-file
       if pending-status = "00"
           perform until pending-status not = "00"
               read pending-file
                   at end
                       move "10" to pending-status
                   not at end
                       if pnd-count < pnd-entry-max
                           add 1 to pnd-count
                           move pending-record to pnd-entry(pnd-count)
                       else
                           move "Y" to pnd-over
                           move "10" to pending-status
                       end-if
               end-read
           end-perform
           close pending-file
       end-if
       if pnd-over = "Y"
           display "Error: sqlscreen_pending.dat holds more than "
               pnd-entry-max " items - archive decided items and"
               " rerun" end-display
           move 8 to return-code
       end-if
       .

       write-pending-file.
       open output pending-file
       if pending-status = "00"
           perform varying pnd-idx from 1 by 1
                   until pnd-idx > pnd-count
               move pnd-entry(pnd-idx) to pending-record
               write pending-record
           end-perform
           close pending-file
       else
           display "Error: sqlscreen_pending.dat could not be "
               "rewritten, status " pending-status end-display
           move 8 to return-code
       end-if
       .

       review-pending-items.
       move 0 to pnd-queue-count
       perform varying pnd-idx from 1 by 1 until pnd-idx > pnd-count
           move pnd-entry(pnd-idx) to pnd-rec
           if pnd-status = "P"
               add 1 to pnd-queue-count
               move pnd-idx to pnd-queue-idx(pnd-queue-count)
           end-if
       end-perform
       move 0 to pnd-decided
       if pnd-queue-count = 0
           display "No changes are waiting for approval" end-display
       else
           move 1 to apr-pos
           move "N" to apr-done-flag
           perform until apr-done-flag = "Y"
               perform show-pending-item
           end-perform
           display pnd-decided " items decided this session"
               end-display
       end-if
       .

       show-pending-item.
       move pnd-queue-idx(apr-pos) to pnd-idx
       move pnd-entry(pnd-idx) to pnd-rec
       move pnd-table to table-name
       perform select-table-context
       move "PENDING CHANGE APPROVAL" to screen-title
       move pnd-before to apr-before-rec
       move pnd-after to apr-after-rec
       evaluate pnd-status
           when "A"
               move "APPROVED" to apr-status-word
           when "R"
               move "REJECTED" to apr-status-word
           when other
               move "PENDING" to apr-status-word
       end-evaluate
       move pnd-id to pnd-id-disp
       move apr-pos to apr-pos-disp
       move pnd-queue-count to apr-max-disp
       move spaces to apr-heading
       string "Item " delimited by size
           pnd-id-disp delimited by size
           " (" delimited by size
           apr-pos-disp delimited by size
           " of " delimited by size
           apr-max-disp delimited by size
           ")  Table " delimited by size
           function trim(pnd-table) delimited by size
           "  " delimited by size
           apr-status-word delimited by size
           into apr-heading
           on overflow continue
       end-string
       move pnd-made-stamp to stamp-in
       perform format-stamp
       move spaces to apr-maker-line
       string "Entered by " delimited by size
           function trim(pnd-maker) delimited by size
           " at " delimited by size
           stamp-text delimited by size
           into apr-maker-line
       end-string
       if pnd-before = spaces
           move "(new row)" to apr-bef-value(1)
       end-if
       move spaces to action-field
       move spaces to apr-reason
       accept approve-screen end-accept
       move spaces to screen-message
       evaluate function upper-case(action-field)
           when "A"
               perform lock-pending-item
               if pnd-lock-flag = "Y"
                   perform approve-pending-item
                   perform release-pending-lock
               end-if
           when "R"
               perform lock-pending-item
               if pnd-lock-flag = "Y"
                   perform reject-pending-item
                   perform release-pending-lock
               end-if
           when "P"
               if apr-pos > 1
                   subtract 1 from apr-pos end-subtract
               end-if
           when "X"
               move "Y" to apr-done-flag
           when other
               if apr-pos < pnd-queue-count
                   add 1 to apr-pos end-add
               else
                   move "Y" to apr-done-flag
               end-if
       end-evaluate
       if screen-message not = spaces
           display screen-message end-display
       end-if
       .

      *> a decision rewrites the whole queue, so take the queue lock and
      *> re-read the file first; items queued since APPROVE started are
      *> kept, and an item decided meanwhile by another checker shows
      *> its new status instead of being decided twice
       lock-pending-item.
       move pnd-id to pnd-cur-id
       perform acquire-pending-lock
       if pnd-lock-flag = "N"
           move "Approval queue busy - try again" to screen-message
       else
           perform read-pending-file
           move 0 to pnd-cur-idx
           perform varying pnd-idx from 1 by 1 until pnd-idx > pnd-count
               move pnd-entry(pnd-idx) to pnd-rec
               if pnd-id = pnd-cur-id
                   move pnd-idx to pnd-cur-idx
               end-if
           end-perform
           evaluate true
               when pnd-over = "Y"
                   move "Queue file too large - nothing saved"
                       to screen-message
                   perform release-pending-lock
               when pnd-cur-idx = 0
                   move "Item is no longer in the queue"
                       to screen-message
                   perform release-pending-lock
               when other
                   move pnd-cur-idx to pnd-idx
                   move pnd-entry(pnd-idx) to pnd-rec
           end-evaluate
       end-if
       .

       approve-pending-item.
       move pnd-table to auth-table-name
       perform check-table-authority
       evaluate true
           when pnd-status not = "P"
               move "Item has already been decided" to screen-message
           when table-found = "N"
               move "Table is no longer in table_ctl.dat"
                   to screen-message
           when pnd-maker = operator-id
               move "You cannot approve your own change"
                   to screen-message
           when oper-table-ok = "N"
               move "Not authorised to change this table"
                   to screen-message
           when other
               perform apply-pending-item
       end-evaluate
       .

       apply-pending-item.
      *> the row must still look as it did when the change was queued,
      *> otherwise the approver would overwrite someone else's work
       move pnd-after to main-record
       move pnd-key-field to jrn-key-value
       perform capture-before-image
       if jrn-before-image not = pnd-before
           move "Row changed since queued - reject it"
               to screen-message
       else
           perform validate-row-date
           if date-valid = "Y"
               perform validate-row-edits
           end-if
           if date-valid = "N"
               move "Invalid date - cannot approve" to screen-message
           else
           if edit-valid = "N"
               perform show-edit-failure
           else
               perform build-save-query
               perform ocsql-exec
               if result = 0
                   if jrn-key-value = 0
                       perform fetch-inserted-key
                   end-if
                   move main-record to jrn-after-image
                   perform write-journal-record
                   move "A" to pnd-status
                   move key-field to pnd-key-field
                   move main-record to pnd-after
                   move operator-id to pnd-checker
                   move function current-date to pnd-check-stamp
                   move apr-reason to pnd-reason
                   move pnd-rec to pnd-entry(pnd-idx)
                   perform write-pending-file
                   add 1 to pnd-decided
                   add 1 to run-rows-written
                   move "Change approved and saved" to screen-message
               else
                   if lock-tally > 0
                       move "Record busy - not saved, try again"
                           to screen-message
                   else
                       move "Save failed - see audit log"
                           to screen-message
                   end-if
               end-if
           end-if
           end-if
       end-if
       .

       reject-pending-item.
       if pnd-status not = "P"
           move "Item has already been decided" to screen-message
       else
       if apr-reason = spaces
           move "Enter a reason to reject the change"
               to screen-message
       else
           move "R" to pnd-status
           move operator-id to pnd-checker
           move function current-date to pnd-check-stamp
           move apr-reason to pnd-reason
           move pnd-rec to pnd-entry(pnd-idx)
           perform write-pending-file
           add 1 to pnd-decided
           add 1 to run-rows-rejected
           move "Change rejected" to screen-message
       end-if
       end-if
       .

       select-table-context.
       move "N" to table-found
       perform varying ctx-idx from 1 by 1 until ctx-idx > ctl-count
           if function trim(ctl-entry-name(ctx-idx)) =
                   function trim(table-name)
               move ctl-entry-cols(ctx-idx) to table-columns
               move "Y" to table-found
           end-if
       end-perform
       if table-found = "Y"
           perform parse-column-names
           perform build-screen-title
       end-if
       .

       format-stamp.
       move spaces to stamp-text
       if stamp-in not = spaces
           string stamp-in(1:4) delimited by size
               "-" delimited by size
               stamp-in(5:2) delimited by size
               "-" delimited by size
               stamp-in(7:2) delimited by size
               " " delimited by size
               stamp-in(9:2) delimited by size
               ":" delimited by size
               stamp-in(11:2) delimited by size
               into stamp-text
           end-string
       end-if
       .

       print-pending-report.
       move "sqlscreen_pending.prt" to report-file-name
       move 0 to page-count
       move lines-per-page to line-count
       move 0 to pnd-open-total
       move 0 to pnd-rej-total
       move 0 to pnd-apr-total
       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: report file could not be opened, status "
               print-status " - no report written" end-display
       end-if

       if print-open-flag = "Y"
           move "  Items waiting for approval:" to pnd-detail
           perform write-pending-line
           perform varying pnd-idx from 1 by 1
                   until pnd-idx > pnd-count
               move pnd-entry(pnd-idx) to pnd-rec
               evaluate pnd-status
                   when "P"
                       add 1 to pnd-open-total
                       perform format-pending-line
                       perform write-pending-line
                   when "R"
                       add 1 to pnd-rej-total
                   when "A"
                       add 1 to pnd-apr-total
               end-evaluate
           end-perform
           if pnd-open-total = 0
               move "    (none)" to pnd-detail
               perform write-pending-line
           end-if

           move spaces to pnd-detail
           perform write-pending-line
           move "  Rejected items:" to pnd-detail
           perform write-pending-line
           perform varying pnd-idx from 1 by 1
                   until pnd-idx > pnd-count
               move pnd-entry(pnd-idx) to pnd-rec
               if pnd-status = "R"
                   perform format-pending-line
                   perform write-pending-line
                   move spaces to pnd-detail
                   string "          rejected by " delimited by size
                       function trim(pnd-checker) delimited by size
                       ": " delimited by size
                       function trim(pnd-reason) delimited by size
                       into pnd-detail
                   end-string
                   perform write-pending-line
               end-if
           end-perform
           if pnd-rej-total = 0
               move "    (none)" to pnd-detail
               perform write-pending-line
           end-if

           move spaces to print-record
           write print-record
           move pnd-open-total to pnd-disp
           move spaces to print-record
           string "Items pending:  " delimited by size
               pnd-disp delimited by size
               into print-record
           end-string
           write print-record
           move pnd-rej-total to pnd-disp
           move spaces to print-record
           string "Items rejected: " delimited by size
               pnd-disp delimited by size
               into print-record
           end-string
           write print-record
           move pnd-apr-total to pnd-disp
           move spaces to print-record
           string "Items approved: " delimited by size
               pnd-disp delimited by size
               into print-record
           end-string
           write print-record

           close print-file
           display "Approval queue report written to "
               function trim(report-file-name) end-display
       end-if
       .

       format-pending-line.
       move pnd-made-stamp to stamp-in
       perform format-stamp
       move spaces to pnd-detail
       string "    " delimited by size
           pnd-id delimited by size
           "  " delimited by size
           pnd-table(1:20) delimited by size
           "  " delimited by size
           pnd-key-field delimited by size
           "  " delimited by size
           pnd-maker delimited by size
           "  " delimited by size
           stamp-text delimited by size
           into pnd-detail
       end-string
       .

       write-pending-line.
       if line-count >= lines-per-page
           if page-count > 0
               perform write-page-footer
           end-if
           perform write-pending-header
           move 0 to line-count
       end-if
       move pnd-detail to print-record
       write print-record
       add 1 to line-count
       .

       write-pending-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "APPROVAL QUEUE REPORT  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       write print-record
       move "    Item    Table                 Key         Maker     "
           & "  Entered" to print-record
       write print-record
       move "    ------  --------------------  ----------  ----------"
           & "  ----------------" to print-record
       write print-record
       .

       run-purge-mode.
       move cutoff-date to date-field
       perform validate-date-field
       if date-col-idx = 0
           display "Error: table " function trim(table-name)
               " has no date column - nothing to purge" end-display
           move 8 to return-code
       else
       if date-valid = "Y"
           perform purge-aged-rows
       else
           display "Error: MODE=PURGE requires a valid "
               "CUTOFF=YYYY-MM-DD parameter" end-display
           move 8 to return-code
       end-if
       end-if
       .

       purge-aged-rows.
       move spaces to export-file-name
       string function trim(table-name) delimited by size
           "_archive_" delimited by size
           cutoff-date(1:4) delimited by size
           cutoff-date(6:2) delimited by size
           cutoff-date(9:2) delimited by size
           ".dat" delimited by size
           into export-file-name
       end-string
       perform prepare-mode-restart

       move "N" to sql-overflow-flag
       move 1 to row-counter
       move spaces to query
       string "select * from " delimited by size
           function trim(table-name) delimited by size
           " where " delimited by size
           function trim(col-name(date-col-idx)) delimited by size
           " < '" delimited by size
           function trim(cutoff-date) delimited by size
           "' order by " delimited by size
           function trim(col-name(1)) delimited by size
           ";" delimited by size
           into query
       end-string
       perform ocsql-exec
       if result not = 0
           display "Error: purge select failed - see audit log"
               end-display
           move 8 to return-code
       end-if

       if return-code = 0
           subtract 1 from row-counter giving row-max end-subtract
           if row-max = 0
               display "No rows older than "
                   function trim(cutoff-date)
                   " - nothing purged" end-display
           else
               if sql-overflow-flag = "Y"
                   display "Error: result set exceeded " sql-table-max
                       " rows - archive would be incomplete,"
                       " nothing purged" end-display
                   move 8 to return-code
               else
                   perform archive-aged-rows
                   if export-open-flag = "Y"
                       perform delete-aged-rows
                   end-if
               end-if
           end-if
       end-if
       .

       archive-aged-rows.
       move ckpt-resume-count to exp-total
       if checkpoint-active = "Y"
           open extend export-file
       else
           open output export-file
       end-if
       if export-status = "00"
           move "Y" to export-open-flag
       else
           move "N" to export-open-flag
           display "Error: archive file could not be opened, status "
               export-status " - nothing purged" end-display
           move 8 to return-code
       end-if

       if export-open-flag = "Y"
           perform varying exp-idx from checkpoint-start by 1
                   until exp-idx > row-max
               move sql-records(exp-idx) to main-record
               move key-field to exp-key-field
               move col-values to exp-col-values
               write export-record
               add 1 to exp-total
               move exp-total to checkpoint-count
               perform write-checkpoint
           end-perform
           close export-file

           display exp-total " rows archived to "
               function trim(export-file-name) end-display
       end-if
       .

       delete-aged-rows.
       move "N" to batch-error

       move "begin transaction;" to query
       perform ocsql-exec
       if result not = zero
           move "Y" to batch-error
       end-if

       if batch-error = "N"
           move spaces to query
           string "delete from " delimited by size
               function trim(table-name) delimited by size
               " where " delimited by size
               function trim(col-name(date-col-idx)) delimited by size
               " < '" delimited by size
               function trim(cutoff-date) delimited by size
               "';" delimited by size
               into query
           end-string
           perform ocsql-exec
           if result not = zero
               move "Y" to batch-error
           end-if
       end-if

       if batch-error = "Y"
           move "rollback;" to query
           perform ocsql-exec
           display "Purge delete failed - transaction rolled back"
               end-display
           move 16 to return-code
       else
           move "commit;" to query
           perform ocsql-exec
           perform clear-checkpoint
           perform varying exp-idx from 1 by 1
                   until exp-idx > row-max
               move sql-records(exp-idx) to main-record
               move key-field to jrn-key-value
               move main-record to jrn-before-image
               move spaces to jrn-after-image
               perform write-journal-record
           end-perform
           display exp-total " rows deleted from "
               function trim(table-name) end-display
       end-if
       .

       run-verify-mode.
       move spaces to verify-file-name
       string function trim(table-name) delimited by size
           "_export.dat" delimited by size
           into verify-file-name
       end-string

       move 0 to file-max
       open input verify-file
       if verify-status = "00"
           move "Y" to verify-open-flag
       else
           move "N" to verify-open-flag
           display "Error: export file "
               function trim(verify-file-name)
               " could not be opened, status " verify-status
               end-display
           move 8 to return-code
       end-if

       if verify-open-flag = "Y"
           perform until verify-status not = "00"
               read verify-file
                   at end
                       move "10" to verify-status
                   not at end
                       if verify-record(1:3) = "HDR"
                               or verify-record(1:3) = "TRL"
                           continue
                       else
                           perform keep-verify-record
                       end-if
               end-read
           end-perform
           close verify-file

           move "N" to sql-overflow-flag
           move 1 to row-counter
           move spaces to query
           string "select * from " delimited by size
               function trim(table-name) delimited by size
               ";" delimited by size
               into query
           end-string
           perform ocsql-exec
           if sql-overflow-flag = "Y"
               display "Warning: result set exceeded " sql-table-max
                   " rows - verify is incomplete" end-display
           end-if
           subtract 1 from row-counter giving row-max end-subtract

           perform print-verify-report
       end-if
       .

       keep-verify-record.
       if file-max < sql-table-max
           add 1 to file-max
           move verify-record to file-records(file-max)
       else
           display "Warning: export file exceeded "
               sql-table-max " rows - verify is"
               " incomplete" end-display
           move "10" to verify-status
       end-if
       .

       print-verify-report.
       move spaces to report-file-name
       string function trim(table-name) delimited by size
           "_verify.prt" delimited by size
           into report-file-name
       end-string

       move 0 to page-count
       move lines-per-page to line-count
       move 0 to ver-file-total
       move 0 to ver-table-total
       move 0 to ver-match-total
       move 0 to ver-diff-total
       move 0 to ver-fileonly-total
       move 0 to ver-tabonly-total
       move file-max to ver-file-total
       move row-max to ver-table-total

       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: report file could not be opened, status "
               print-status " - no report written" end-display
       end-if

       if print-open-flag = "Y"
           perform varying ver-jdx from 1 by 1
                   until ver-jdx > row-max
               move "N" to table-matched-flag(ver-jdx)
           end-perform

           perform varying ver-idx from 1 by 1
                   until ver-idx > file-max
               move file-records(ver-idx) to ver-rec
               perform match-file-row
           end-perform

           perform varying ver-jdx from 1 by 1
                   until ver-jdx > row-max
               if table-matched-flag(ver-jdx) = "N"
                   add 1 to ver-tabonly-total
                   move sql-records(ver-jdx) to main-record
                   move spaces to verify-detail
                   move 1 to qry-ptr
                   string "  TABLE ONLY  " delimited by size
                       key-field delimited by size
                       into verify-detail with pointer qry-ptr
                   end-string
                   perform varying col-idx from 2 by 1
                           until col-idx > col-count
                       string "  " delimited by size
                           col-value(col-idx - 1) delimited by size
                           into verify-detail with pointer qry-ptr
                           on overflow continue
                       end-string
                   end-perform
                   perform write-verify-line
               end-if
           end-perform

           perform write-verify-totals
           close print-file

           display "Verify report written to "
               function trim(report-file-name) end-display
           if ver-diff-total > 0 or ver-fileonly-total > 0
                   or ver-tabonly-total > 0
               display "Discrepancies found - see report" end-display
               if return-code = 0
                   move 4 to return-code
               end-if
           else
               display "File and table are in step" end-display
           end-if
       end-if
       .

       match-file-row.
       move "N" to ver-found
       perform varying ver-jdx from 1 by 1
               until ver-jdx > row-max or ver-found = "Y"
           move sql-records(ver-jdx) to main-record
           if key-field = ver-key-field
               move "Y" to ver-found
               move "Y" to table-matched-flag(ver-jdx)
               move "N" to row-differs
               perform varying col-idx from 2 by 1
                       until col-idx > col-count
                   if col-value(col-idx - 1)
                           not = ver-col-value(col-idx - 1)
                       move "Y" to row-differs
                       move spaces to verify-detail
                       string "  DIFFERS     " delimited by size
                           ver-key-field delimited by size
                           "  " delimited by size
                           function trim(col-name(col-idx))
                               delimited by size
                           "  file: " delimited by size
                           ver-col-value(col-idx - 1)
                               delimited by size
                           " table: " delimited by size
                           col-value(col-idx - 1)
                               delimited by size
                           into verify-detail
                           on overflow continue
                       end-string
                       perform write-verify-line
                   end-if
               end-perform
               if row-differs = "N"
                   add 1 to ver-match-total
               else
                   add 1 to ver-diff-total
               end-if
           end-if
       end-perform
       if ver-found = "N"
           add 1 to ver-fileonly-total
           move spaces to verify-detail
           move 1 to qry-ptr
           string "  FILE ONLY   " delimited by size
               ver-key-field delimited by size
               into verify-detail with pointer qry-ptr
           end-string
           perform varying col-idx from 2 by 1
                   until col-idx > col-count
               string "  " delimited by size
                   ver-col-value(col-idx - 1) delimited by size
                   into verify-detail with pointer qry-ptr
                   on overflow continue
               end-string
           end-perform
           perform write-verify-line
       end-if
       .

       write-verify-line.
       if line-count >= lines-per-page
           if page-count > 0
               perform write-page-footer
           end-if
           perform write-verify-header
           move 0 to line-count
       end-if
       move verify-detail to print-record
       write print-record
       add 1 to line-count
       .

       write-verify-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "EXPORT VERIFY REPORT - Table: " delimited by size
           function trim(table-name) delimited by size
           "  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       write print-record
       move "  Status      Key         Detail" to print-record
       write print-record
       move "  ----------  ----------  ------------------------------"
           to print-record
       write print-record
       .

       write-verify-totals.
       if page-count = 0
           perform write-verify-header
           move 0 to line-count
       end-if
       if ver-diff-total = 0 and ver-fileonly-total = 0
               and ver-tabonly-total = 0
           move "  (no discrepancies found)" to verify-detail
           perform write-verify-line
       end-if
       move spaces to print-record
       write print-record
       move ver-file-total to ver-total-disp
       move spaces to print-record
       string "Rows in export file:      " delimited by size
           ver-total-disp delimited by size
           into print-record
       end-string
       write print-record
       move ver-table-total to ver-total-disp
       move spaces to print-record
       string "Rows in table:            " delimited by size
           ver-total-disp delimited by size
           into print-record
       end-string
       write print-record
       move ver-match-total to ver-total-disp
       move spaces to print-record
       string "Rows matching:            " delimited by size
           ver-total-disp delimited by size
           into print-record
       end-string
       write print-record
       move ver-diff-total to ver-total-disp
       move spaces to print-record
       string "Rows with differences:    " delimited by size
           ver-total-disp delimited by size
           into print-record
       end-string
       write print-record
       move ver-fileonly-total to ver-total-disp
       move spaces to print-record
       string "Rows only in export file: " delimited by size
           ver-total-disp delimited by size
           into print-record
       end-string
       write print-record
       move ver-tabonly-total to ver-total-disp
       move spaces to print-record
       string "Rows only in table:       " delimited by size
           ver-total-disp delimited by size
           into print-record
       end-string
       write print-record
       .

       run-crosscheck-mode.
       if link-count = 0
           display "Error: no link rules declared in table_ctl.dat"
               end-display
           move 8 to return-code
       else
           move "sqlscreen_xcheck.prt" to report-file-name
           move 0 to page-count
           move lines-per-page to line-count
           move 0 to xck-total
           open output print-file
           if print-status = "00"
               move "Y" to print-open-flag
           else
               move "N" to print-open-flag
               display "Warning: report file could not be opened, "
                   "status " print-status " - no report written"
                   end-display
           end-if

           if print-open-flag = "Y"
               perform varying link-idx from 1 by 1
                       until link-idx > link-count
                   perform check-one-link
               end-perform
               perform write-xcheck-totals
               close print-file

               display "Cross-table check report written to "
                   function trim(report-file-name) end-display
               if xck-total > 0
                   display "Orphaned rows found - see report"
                       end-display
                   if return-code = 0
                       move 4 to return-code
                   end-if
               end-if
           end-if
       end-if
       .

       check-one-link.
       move 0 to xck-link-orphans
       perform find-parent-key
       if parent-found = "N"
           move spaces to verify-detail
           string "  RULE ERROR  " delimited by size
               function trim(link-child-table(link-idx))
                   delimited by size
               "." delimited by size
               function trim(link-child-col(link-idx))
                   delimited by size
               " -> " delimited by size
               function trim(link-parent-table(link-idx))
                   delimited by size
               " - parent table not in control file"
                   delimited by size
               into verify-detail
               on overflow continue
           end-string
           perform write-xcheck-line
           move 8 to return-code
       else
           move spaces to verify-detail
           string "  LINK        " delimited by size
               function trim(link-child-table(link-idx))
                   delimited by size
               "." delimited by size
               function trim(link-child-col(link-idx))
                   delimited by size
               " -> " delimited by size
               function trim(link-parent-table(link-idx))
                   delimited by size
               "." delimited by size
               function trim(parent-key-name) delimited by size
               into verify-detail
               on overflow continue
           end-string
           perform write-xcheck-line

           move "N" to sql-overflow-flag
           move 1 to row-counter
           move spaces to query
           string "select * from " delimited by size
               function trim(link-child-table(link-idx))
                   delimited by size
               " where " delimited by size
               function trim(link-child-col(link-idx))
                   delimited by size
               " not in (select " delimited by size
               function trim(parent-key-name) delimited by size
               " from " delimited by size
               function trim(link-parent-table(link-idx))
                   delimited by size
               ");" delimited by size
               into query
           end-string
           perform ocsql-exec
           if result not = 0
               move "  RULE ERROR  orphan select failed - see"
                   & " audit log" to verify-detail
               perform write-xcheck-line
               move 8 to return-code
           else
               if sql-overflow-flag = "Y"
                   display "Warning: result set exceeded "
                       sql-table-max " rows - exception report is"
                       " incomplete" end-display
               end-if
               subtract 1 from row-counter giving row-max
                   end-subtract
               perform varying xck-idx from 1 by 1
                       until xck-idx > row-max
                   move spaces to verify-detail
                   string "  ORPHAN      " delimited by size
                       function trim(sql-records(xck-idx) trailing)
                           delimited by size
                       into verify-detail
                       on overflow continue
                   end-string
                   perform write-xcheck-line
                   add 1 to xck-link-orphans
                   add 1 to xck-total
               end-perform
               move xck-link-orphans to xck-disp
               move spaces to verify-detail
               string "  ORPHANED ROWS FOR LINK: " delimited by size
                   xck-disp delimited by size
                   into verify-detail
               end-string
               perform write-xcheck-line
               move spaces to verify-detail
               perform write-xcheck-line
           end-if
       end-if
       .

       write-xcheck-line.
       if line-count >= lines-per-page
           if page-count > 0
               perform write-page-footer
           end-if
           perform write-xcheck-header
           move 0 to line-count
       end-if
       move verify-detail to print-record
       write print-record
       add 1 to line-count
       .

       write-xcheck-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "CROSS-TABLE CHECK REPORT  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       write print-record
       move "  Status      Detail" to print-record
       write print-record
       move "  ----------  ------------------------------------------"
           to print-record
       write print-record
       .

       write-xcheck-totals.
       if page-count = 0
           perform write-xcheck-header
           move 0 to line-count
       end-if
       if xck-total = 0
           move "  (no orphaned rows found)" to verify-detail
           perform write-xcheck-line
       end-if
       move spaces to print-record
       write print-record
       move link-count to xck-disp
       move spaces to print-record
       string "Links checked:        " delimited by size
           xck-disp delimited by size
           into print-record
       end-string
       write print-record
       move xck-total to xck-disp
       move spaces to print-record
       string "Orphaned rows found:  " delimited by size
           xck-disp delimited by size
           into print-record
       end-string
       write print-record
       .

       run-linkreport-mode.
       move table-name to lnk-parent-table
       move 0 to lnk-parent-max
       move 0 to lnk-link-total
       move 0 to lnk-parent-total
       move 0 to lnk-child-total
       move 0 to lnk-childless
       move 0 to lnk-childless-all
       perform varying link-idx from 1 by 1 until link-idx > link-count
           if function trim(link-parent-table(link-idx)) =
                   function trim(lnk-parent-table)
               add 1 to lnk-link-total
           end-if
       end-perform
       if lnk-link-total = 0
           display "Error: no link rules in table_ctl.dat name "
               function trim(table-name) " as a parent table"
               end-display
           move 8 to return-code
       else
           move spaces to report-file-name
           string function trim(table-name) delimited by size
               "_linkrpt.prt" delimited by size
               into report-file-name
           end-string

           move "N" to sql-overflow-flag
           move 1 to row-counter
           move spaces to query
           string "select * from " delimited by size
               function trim(table-name) delimited by size
               " order by " delimited by size
               function trim(col-name(1)) delimited by size
               ";" delimited by size
               into query
           end-string
           perform ocsql-exec
           if result not = 0
               display "Error: table " function trim(table-name)
                   " could not be read - no report written"
                   end-display
               move 8 to return-code
           else
               if sql-overflow-flag = "Y"
                   display "Warning: result set exceeded "
                       sql-table-max " rows - report is incomplete"
                       end-display
               end-if
               subtract 1 from row-counter giving lnk-parent-max
                   end-subtract
               perform varying lnk-row-idx from 1 by 1
                       until lnk-row-idx > lnk-parent-max
                   move sql-records(lnk-row-idx)
                       to lnk-parent-row(lnk-row-idx)
               end-perform
               move col-count to lnk-parent-cols
               move spaces to lnk-detail
               move 1 to qry-ptr
               string "  Parent  " delimited by size
                   into lnk-detail with pointer qry-ptr
               end-string
               perform build-link-heading
               move lnk-detail to lnk-parent-heading
               perform print-link-report
           end-if
       end-if
       .

       print-link-report.
       move 0 to page-count
       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: report file could not be opened, status "
               print-status " - no report written" end-display
       end-if

       if print-open-flag = "Y"
           perform varying link-idx from 1 by 1
                   until link-idx > link-count
               if function trim(link-parent-table(link-idx)) =
                       function trim(lnk-parent-table)
                   perform report-one-link
               end-if
           end-perform
           close print-file
           display "Master-detail report written to "
               function trim(report-file-name) end-display
           if lnk-childless-all > 0
               move lnk-childless-all to lnk-disp
               display function trim(lnk-disp)
                   " parent rows have no child rows - see report"
                   end-display
           end-if
       end-if

      *> the child links switched the table context; put it back
       move lnk-parent-table to table-name
       perform select-table-context
       .

       report-one-link.
      *> each link starts on a new page with its own totals
       move lines-per-page to line-count
       move 0 to lnk-sub-count
       move spaces to lnk-child-heading
       move link-child-table(link-idx) to table-name
       perform select-table-context
       move 0 to link-col-idx
       if table-found = "Y"
           perform varying col-idx from 1 by 1
                   until col-idx > col-count
               if function trim(col-name(col-idx)) =
                       function trim(link-child-col(link-idx))
                   move col-idx to link-col-idx
               end-if
           end-perform
       end-if

       if link-col-idx = 0
           move spaces to lnk-detail
           string "  RULE ERROR  " delimited by size
               function trim(link-child-table(link-idx))
                   delimited by size
               "." delimited by size
               function trim(link-child-col(link-idx))
                   delimited by size
               " - child table or column not in control file"
                   delimited by size
               into lnk-detail
               on overflow continue
           end-string
           perform write-linkreport-line
           move 8 to return-code
       else
      *> numeric and range-checked child columns are subtotalled
           perform varying col-idx from 2 by 1
                   until col-idx > col-count
               if col-idx not = link-col-idx
                       and (col-numeric(col-idx) = "Y"
                           or col-has-range(col-idx) = "Y")
                   add 1 to lnk-sub-count
                   move col-idx to lnk-sub-col(lnk-sub-count)
                   move col-name(col-idx) to lnk-sub-name(lnk-sub-count)
                   move 0 to lnk-sub-grand(lnk-sub-count)
               end-if
           end-perform
           move spaces to lnk-detail
           move 1 to qry-ptr
           string "      Child   " delimited by size
               into lnk-detail with pointer qry-ptr
           end-string
           perform build-link-heading
           move lnk-detail to lnk-child-heading
           move 0 to lnk-child-total
           move 0 to lnk-childless
           move 0 to lnk-parent-total
           perform varying lnk-parent-idx from 1 by 1
                   until lnk-parent-idx > lnk-parent-max
               perform report-one-parent
           end-perform
           perform write-link-totals
       end-if
       .

       build-link-heading.
      *> column names of the current table, appended at qry-ptr
       string col-name(1)(1:10) delimited by size
           into lnk-detail with pointer qry-ptr
       end-string
       perform varying col-idx from 2 by 1 until col-idx > col-count
           string "  " delimited by size
               col-name(col-idx)(1:20) delimited by size
               into lnk-detail with pointer qry-ptr
               on overflow continue
           end-string
       end-perform
       .

       report-one-parent.
       move lnk-parent-row(lnk-parent-idx) to main-record
       move key-field to lnk-parent-key
       add 1 to lnk-parent-total
       move spaces to lnk-detail
       move 1 to qry-ptr
       string "  PARENT  " delimited by size
           key-field delimited by size
           into lnk-detail with pointer qry-ptr
       end-string
       perform varying col-idx from 2 by 1
               until col-idx > lnk-parent-cols
           string "  " delimited by size
               col-value(col-idx - 1) delimited by size
               into lnk-detail with pointer qry-ptr
               on overflow continue
           end-string
       end-perform
       perform write-linkreport-line

       move 0 to lnk-child-cnt
       perform varying lnk-sub-idx from 1 by 1
               until lnk-sub-idx > lnk-sub-count
           move 0 to lnk-sub-amt(lnk-sub-idx)
       end-perform

      *> the link column is char(20); compare it as an integer so
      *> "7" and "0000000007" both find parent 7
       move "N" to sql-overflow-flag
       move 1 to row-counter
       move spaces to query
       string "select * from " delimited by size
           function trim(link-child-table(link-idx)) delimited by size
           " where cast(trim(" delimited by size
           function trim(link-child-col(link-idx)) delimited by size
           ") as integer) = " delimited by size
           lnk-parent-key delimited by size
           " order by " delimited by size
           function trim(col-name(1)) delimited by size
           ";" delimited by size
           into query
       end-string
       perform ocsql-exec
       if result not = 0
           move "      RULE ERROR  child select failed - see audit log"
               to lnk-detail
           perform write-linkreport-line
           move 8 to return-code
       else
           if sql-overflow-flag = "Y"
               display "Warning: result set exceeded " sql-table-max
                   " rows - children of parent " lnk-parent-key
                   " are incomplete" end-display
           end-if
           subtract 1 from row-counter giving row-max end-subtract
           perform varying lnk-row-idx from 1 by 1
                   until lnk-row-idx > row-max
               perform report-one-child
           end-perform
           if lnk-child-cnt = 0
               add 1 to lnk-childless
               add 1 to lnk-childless-all
               move "          *** NO CHILDREN ***" to lnk-detail
               perform write-linkreport-line
           else
               perform write-link-subtotals
           end-if
       end-if
       move spaces to lnk-detail
       perform write-linkreport-line
       .

       report-one-child.
       move sql-records(lnk-row-idx) to main-record
       add 1 to lnk-child-cnt
       add 1 to lnk-child-total
       move spaces to lnk-detail
       move 1 to qry-ptr
       string "      CHILD   " delimited by size
           key-field delimited by size
           into lnk-detail with pointer qry-ptr
       end-string
       perform varying col-idx from 2 by 1 until col-idx > col-count
           string "  " delimited by size
               col-value(col-idx - 1) delimited by size
               into lnk-detail with pointer qry-ptr
               on overflow continue
           end-string
       end-perform
       perform write-linkreport-line

       perform varying lnk-sub-idx from 1 by 1
               until lnk-sub-idx > lnk-sub-count
           move lnk-sub-col(lnk-sub-idx) to col-idx
           move col-value(col-idx - 1) to edit-value
           if edit-value not = spaces
               move "Y" to edit-valid
               perform check-numeric-edit
               if edit-num-ok = "Y"
                   compute edit-num = function numval(
                       function trim(edit-value))
                   end-compute
                   add edit-num to lnk-sub-amt(lnk-sub-idx)
                   add edit-num to lnk-sub-grand(lnk-sub-idx)
               end-if
           end-if
       end-perform
       .

       write-link-subtotals.
       move lnk-child-cnt to lnk-disp
       move spaces to lnk-detail
       string "          Child rows:  " delimited by size
           lnk-disp delimited by size
           into lnk-detail
       end-string
       perform write-linkreport-line
       perform varying lnk-sub-idx from 1 by 1
               until lnk-sub-idx > lnk-sub-count
           move lnk-sub-amt(lnk-sub-idx) to lnk-amt-disp
           move spaces to lnk-detail
           string "          Subtotal     " delimited by size
               lnk-sub-name(lnk-sub-idx) delimited by size
               lnk-amt-disp delimited by size
               into lnk-detail
           end-string
           perform write-linkreport-line
       end-perform
       .

       write-link-totals.
       if lnk-parent-total = 0
           move "  (no parent rows found)" to lnk-detail
           perform write-linkreport-line
       end-if
       move spaces to print-record
       write print-record
       move lnk-parent-total to lnk-disp
       move spaces to print-record
       string "Parent rows:          " delimited by size
           lnk-disp delimited by size
           into print-record
       end-string
       write print-record
       move lnk-childless to lnk-disp
       move spaces to print-record
       string "Parents w/o children: " delimited by size
           lnk-disp delimited by size
           into print-record
       end-string
       write print-record
       move lnk-child-total to lnk-disp
       move spaces to print-record
       string "Child rows:           " delimited by size
           lnk-disp delimited by size
           into print-record
       end-string
       write print-record
       perform varying lnk-sub-idx from 1 by 1
               until lnk-sub-idx > lnk-sub-count
           move lnk-sub-grand(lnk-sub-idx) to lnk-amt-disp
           move spaces to print-record
           string "Grand total " delimited by size
               lnk-sub-name(lnk-sub-idx) delimited by size
               lnk-amt-disp delimited by size
               into print-record
           end-string
           write print-record
       end-perform
       .

       write-linkreport-line.
       if line-count >= lines-per-page
           if page-count > 0
               perform write-page-footer
           end-if
           perform write-linkreport-header
           move 0 to line-count
       end-if
       move lnk-detail to print-record
       write print-record
       add 1 to line-count
       .

       write-linkreport-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "MASTER-DETAIL REPORT - Parent: " delimited by size
           function trim(lnk-parent-table) delimited by size
           "  Child: " delimited by size
           function trim(link-child-table(link-idx)) delimited by size
           "." delimited by size
           function trim(link-child-col(link-idx)) delimited by size
           "  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       write print-record
       move lnk-parent-heading to print-record
       write print-record
       if lnk-child-heading not = spaces
           move lnk-child-heading to print-record
           write print-record
       end-if
       move spaces to print-record
       write print-record
       .

       run-clone-mode.
       evaluate true
           when database2-name = spaces
               display "Error: MODE=CLONE requires a DB2=file parameter"
                   end-display
               move 8 to return-code
           when function trim(database2-name) =
                   function trim(database-name)
               display "Error: DB2= must name a different database"
                   " file from DB= - clone refused" end-display
               move 8 to return-code
      *> the seed is the masking key; without one anybody holding
      *> this program could undo the key mask
           when cln-seed = 0
               display "Error: MODE=CLONE requires a SEED=n parameter"
                   end-display
               move 8 to return-code
           when cln-sample < 1 or cln-sample > 100
               display "Error: SAMPLE= must be a percentage from 1"
                   " to 100" end-display
               move 8 to return-code
           when ctl-count = 0
               display "Error: no tables found in table_ctl.dat"
                   end-display
               move 8 to return-code
           when other
               move spaces to database2
               string
                   function trim(database2-name) delimited by size
                   x"00" delimited by size
                   into database2
               end-string
               call "ocsqlite_init" using
                       db2
                       database2
                       by reference errstr
                       by value function length(errstr)
                   returning result
               end-call
               if result not equal zero
                   display "Error: clone database "
                       function trim(database2-name)
                       " could not be opened - result " result
                       end-display
                   move 8 to return-code
               else
                   move "Y" to db2-open-flag
                   move table-name to cln-saved-table
                   perform clone-all-tables
                   call "ocsqlite_close"
                       using
                           by value db2
                       returning result
                   end-call
                   move "N" to db2-open-flag
                   set active-db to db
                   move cln-saved-table to table-name
                   perform select-table-context
               end-if
       end-evaluate
       .

       clone-all-tables.
       move "sqlscreen_clone.prt" to report-file-name
       move 0 to page-count
       move lines-per-page to line-count
       move 0 to cln-table-total
       move 0 to cln-fail-total
       move 0 to cln-read-total
       move 0 to cln-written-total
       move 0 to cln-sampled-total
       move 0 to cln-orphan-total
       move 0 to cln-unmasked-total
      *> the key multiplier must stay inside 2 .. prime-1 so that
      *> masked keys are a one-to-one mapping of the real keys
       compute cln-key-mult = function mod(
           cln-seed * 7919 + 48271, cln-prime - 3) + 2
       end-compute

       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: report file could not be opened, status "
               print-status " - no report written" end-display
       end-if

       perform varying cln-idx from 1 by 1 until cln-idx > ctl-count
           move ctl-entry-name(cln-idx) to table-name
           move ctl-entry-cols(cln-idx) to table-columns
           perform parse-column-names
           move col-sensitive(1) to cln-key-sens(cln-idx)
           move "N" to cln-done(cln-idx)
       end-perform

      *> parents are cloned before their children, so that sampled
      *> child rows can be checked against the parent rows kept
       move "Y" to cln-progress
       perform until cln-progress = "N"
           move "N" to cln-progress
           perform varying cln-idx from 1 by 1
                   until cln-idx > ctl-count
               if cln-done(cln-idx) = "N"
                   perform check-clone-ready
                   if cln-ready = "Y"
                       perform clone-one-table
                       move "Y" to cln-done(cln-idx)
                       move "Y" to cln-progress
                   end-if
               end-if
           end-perform
       end-perform
       perform varying cln-idx from 1 by 1 until cln-idx > ctl-count
           if cln-done(cln-idx) = "N"
               display "Warning: link rules for "
                   function trim(ctl-entry-name(cln-idx))
                   " form a loop - cloned in control file order"
                   end-display
               perform clone-one-table
               move "Y" to cln-done(cln-idx)
           end-if
       end-perform

       if print-open-flag = "Y"
           perform write-clone-totals
           close print-file
           display "Clone report written to "
               function trim(report-file-name) end-display
       end-if
       move cln-written-total to cln-disp
       display function trim(cln-disp) " rows cloned to "
           function trim(database2-name) end-display
       .

       check-clone-ready.
       move "Y" to cln-ready
       perform varying link-idx from 1 by 1 until link-idx > link-count
           if function trim(link-child-table(link-idx)) =
                   function trim(ctl-entry-name(cln-idx))
               perform varying cln-pidx from 1 by 1
                       until cln-pidx > ctl-count
                   if function trim(ctl-entry-name(cln-pidx)) =
                           function trim(link-parent-table(link-idx))
                           and cln-pidx not = cln-idx
                           and cln-done(cln-pidx) = "N"
                       move "N" to cln-ready
                   end-if
               end-perform
           end-if
       end-perform
       .

       clone-one-table.
       move ctl-entry-name(cln-idx) to table-name
       move ctl-entry-cols(cln-idx) to table-columns
       perform parse-column-names
       add 1 to cln-table-total
       move 0 to cln-read
       move 0 to cln-written
       move 0 to cln-sampled
       move 0 to cln-orphaned
       move 0 to cln-unmasked
       move "N" to cln-table-fail
       perform set-clone-columns

       move "N" to sql-overflow-flag
       move 1 to row-counter
       move spaces to query
       string "select * from " delimited by size
           function trim(table-name) delimited by size
           " order by " delimited by size
           function trim(col-name(1)) delimited by size
           ";" delimited by size
           into query
       end-string
       set active-db to db
       perform ocsql-exec
       if result not = 0
           move "Y" to cln-table-fail
           move 8 to return-code
       else
           if sql-overflow-flag = "Y"
               display "Warning: " function trim(table-name)
                   " exceeded " sql-table-max
                   " rows - clone is incomplete" end-display
           end-if
           subtract 1 from row-counter giving file-max end-subtract
           perform varying cln-row-idx from 1 by 1
                   until cln-row-idx > file-max
               move sql-records(cln-row-idx)
                   to file-records(cln-row-idx)
           end-perform
           move file-max to cln-read
           perform load-clone-table
       end-if

       if cln-table-fail = "Y"
           add 1 to cln-fail-total
       end-if
       add cln-read to cln-read-total
       add cln-written to cln-written-total
       add cln-sampled to cln-sampled-total
       add cln-orphaned to cln-orphan-total
       add cln-unmasked to cln-unmasked-total
       if cln-unmasked > 0
           move cln-unmasked to cln-disp
           display "Warning: " function trim(cln-disp) " rows of "
               function trim(table-name) " have a sensitive key that"
               " cannot be masked (0 or over 9999999966) - not cloned"
               end-display
       end-if
       perform write-clone-table
       .

       set-clone-columns.
      *> K = key-style mask, M = value mask, space = copied as is;
      *> a link column follows its parent key, never its own rule
       move 0 to cln-masked-cols
       move spaces to cln-masked-names
       move 1 to qry-ptr
       perform varying col-idx from 1 by 1 until col-idx > col-count
           move space to cln-col-role(col-idx)
           if col-sensitive(col-idx) = "Y"
               if col-idx = 1
                   move "K" to cln-col-role(col-idx)
               else
                   move "M" to cln-col-role(col-idx)
               end-if
           end-if
       end-perform
       move 0 to cln-link-count
       perform varying link-idx from 1 by 1 until link-idx > link-count
           if function trim(link-child-table(link-idx)) =
                   function trim(table-name)
               perform add-clone-link
           end-if
       end-perform
       perform varying col-idx from 1 by 1 until col-idx > col-count
           if cln-col-role(col-idx) not = space
               add 1 to cln-masked-cols
               if cln-masked-cols > 1
                   string ", " delimited by size
                       into cln-masked-names with pointer qry-ptr
                   end-string
               end-if
               string function trim(col-name(col-idx))
                       delimited by size
                   into cln-masked-names with pointer qry-ptr
                   on overflow continue
               end-string
           end-if
       end-perform
       .

       add-clone-link.
       move 0 to link-col-idx
       perform varying col-idx from 1 by 1 until col-idx > col-count
           if function trim(col-name(col-idx)) =
                   function trim(link-child-col(link-idx))
               move col-idx to link-col-idx
           end-if
       end-perform
       perform find-parent-key
       if link-col-idx > 0 and parent-found = "Y"
               and cln-link-count < 8
           add 1 to cln-link-count
           move link-col-idx to cln-lk-col(cln-link-count)
           move link-parent-table(link-idx)
               to cln-lk-table(cln-link-count)
           move parent-key-name to cln-lk-key(cln-link-count)
           move space to cln-col-role(link-col-idx)
           perform varying cln-pidx from 1 by 1
                   until cln-pidx > ctl-count
               if function trim(ctl-entry-name(cln-pidx)) =
                       function trim(link-parent-table(link-idx))
                       and cln-key-sens(cln-pidx) = "Y"
                   move "K" to cln-col-role(link-col-idx)
               end-if
           end-perform
       end-if
       .

       load-clone-table.
      *> drop, create and load run in one transaction, so a failed
      *> clone leaves the previous copy of the table in place
       set active-db to db2
       move "N" to batch-error
       move "begin transaction;" to query
       perform ocsql-exec
       if result not = zero
           move "Y" to batch-error
       end-if
       if batch-error = "N"
           move spaces to query
           string "drop table if exists " delimited by size
               function trim(table-name) delimited by size
               ";" delimited by size
               into query
           end-string
           perform ocsql-exec
           move spaces to query
           string "create table " delimited by size
               function trim(table-name) delimited by size
               " (" delimited by size
               function trim(table-ddl) delimited by size
               ");" delimited by size
               into query
           end-string
           perform ocsql-exec
           if result not = 0
               move "Y" to batch-error
           end-if
       end-if
       perform varying cln-row-idx from 1 by 1
               until cln-row-idx > file-max
                   or batch-error = "Y"
           perform clone-one-row
       end-perform
       if batch-error = "N"
           move "commit;" to query
           perform ocsql-exec
           if result not = zero
               move "Y" to batch-error
           end-if
       end-if
       if batch-error = "Y"
           move "rollback;" to query
           perform ocsql-exec
           display "Clone of " function trim(table-name)
               " failed - clone transaction rolled back"
               end-display
           move "Y" to cln-table-fail
           move 0 to cln-written
           move 16 to return-code
       end-if
       set active-db to db
       .

       clone-one-row.
       move file-records(cln-row-idx) to main-record
       move "Y" to cln-keep

      *> a table with no parent is sampled on its own key; child rows
      *> go with their parent rows further down
       if cln-sample < 100 and cln-link-count = 0
           compute cln-work = key-field * 48271 + cln-seed * 7919 + 11
           end-compute
           compute cln-pick = function mod(cln-work, 2147483647)
           end-compute
           if function mod(cln-pick, 100) >= cln-sample
               move "N" to cln-keep
               add 1 to cln-sampled
           end-if
       end-if

       if cln-keep = "Y"
           perform varying col-idx from 1 by 1
                   until col-idx > col-count or cln-keep = "N"
               evaluate cln-col-role(col-idx)
                   when "K"
                       perform mask-clone-key
                   when "M"
                       perform mask-clone-value
                   when other
                       continue
               end-evaluate
           end-perform
       end-if

       if cln-keep = "Y" and cln-sample < 100
           perform varying cln-lk-idx from 1 by 1
                   until cln-lk-idx > cln-link-count
                       or cln-keep = "N"
               perform check-clone-parent
           end-perform
           if cln-keep = "N"
               add 1 to cln-orphaned
           end-if
       end-if

       if cln-keep = "Y"
           perform build-save-query
           perform ocsql-exec
           if result not = zero
               move "Y" to batch-error
           else
               add 1 to cln-written
           end-if
       end-if
       .

       mask-clone-key.
      *> keys and the link columns that point at them are multiplied
      *> modulo a prime, so every table maps a key to the same value
       if col-idx = 1
           move key-field to cln-num
       else
           move col-value(col-idx - 1) to edit-value
           perform check-numeric-edit
           move 0 to cln-num
           if edit-num-ok = "Y" and edit-value not = spaces
                   and edit-value(1:1) not = "-"
               compute cln-num = function numval(
                   function trim(edit-value))
               end-compute
           end-if
       end-if
      *> a blank link column points at nothing and stays blank; any
      *> other value the multiply cannot mask keeps its row out of the
      *> clone rather than copying a real key across
       evaluate true
           when col-idx > 1 and col-value(col-idx - 1) = spaces
               continue
           when cln-num > 0 and cln-num < cln-prime
               compute cln-work = cln-num * cln-key-mult end-compute
               compute cln-num = function mod(cln-work, cln-prime)
               end-compute
               if col-idx = 1
                   move cln-num to key-field
               else
                   move cln-num to cln-num-disp
                   move function trim(cln-num-disp)
                       to col-value(col-idx - 1)
               end-if
           when other
               move "N" to cln-keep
               add 1 to cln-unmasked
       end-evaluate
       .

       mask-clone-value.
      *> the mask depends only on the value and the seed, so a value
      *> masks the same way in every column and every table
       move col-value(col-idx - 1) to cln-value
       if cln-value not = spaces
           compute cln-hash = function mod(cln-seed + 5381, 2147483647)
           end-compute
           perform varying cln-pos from 1 by 1 until cln-pos > 20
               compute cln-work = cln-hash * 31
                   + function ord(cln-value(cln-pos:1))
               end-compute
               compute cln-hash = function mod(cln-work, 2147483647)
               end-compute
           end-perform
           evaluate true
               when col-allowed(col-idx) not = spaces
                   perform mask-allowed-value
               when col-has-range(col-idx) = "Y"
                       and col-range-hi(col-idx) >=
                           col-range-lo(col-idx)
                   compute cln-signed = col-range-lo(col-idx)
                       + function mod(cln-hash,
                           col-range-hi(col-idx) - col-range-lo(col-idx)
                           + 1)
                   end-compute
                   move cln-signed to cln-signed-disp
                   move function trim(cln-signed-disp)
                       to col-value(col-idx - 1)
               when col-is-date(col-idx) = "Y"
                   perform mask-date-value
               when other
                   perform mask-text-value
           end-evaluate
       end-if
       .

       mask-allowed-value.
       move 0 to cln-item-count
       move 1 to edit-lptr
       perform until edit-lptr > 60
           move spaces to edit-item
           unstring col-allowed(col-idx) delimited by ";"
               into edit-item with pointer edit-lptr
           end-unstring
           if edit-item not = spaces
               add 1 to cln-item-count
           end-if
       end-perform
       if cln-item-count > 0
           compute cln-pick = function mod(cln-hash, cln-item-count) + 1
           end-compute
           move 0 to cln-item-count
           move 1 to edit-lptr
           perform until edit-lptr > 60 or cln-item-count = cln-pick
               move spaces to edit-item
               unstring col-allowed(col-idx) delimited by ";"
                   into edit-item with pointer edit-lptr
               end-unstring
               if edit-item not = spaces
                   add 1 to cln-item-count
               end-if
           end-perform
           move function trim(edit-item) to col-value(col-idx - 1)
       end-if
       .

       mask-date-value.
      *> the year is kept so that date ranges and PURGE still behave
       move cln-value to date-field
       perform validate-date-field
       if date-valid = "Y"
           compute date-mm = function mod(cln-hash, 12) + 1
           end-compute
           compute cln-pick = cln-hash / 12 end-compute
           compute date-dd = function mod(cln-pick, 28) + 1
           end-compute
           move spaces to col-value(col-idx - 1)
           string date-field(1:5) delimited by size
               date-mm delimited by size
               "-" delimited by size
               date-dd delimited by size
               into col-value(col-idx - 1)
           end-string
       else
           perform mask-text-value
       end-if
       .

       mask-text-value.
      *> letters stay letters and digits stay digits, case and
      *> punctuation are kept, so the value keeps its shape
       perform varying cln-pos from 1 by 1 until cln-pos > 20
           compute cln-work = cln-hash * 48271 + 11 end-compute
           compute cln-hash = function mod(cln-work, 2147483647)
           end-compute
           compute cln-pick = function mod(cln-hash, 26) + 1
           end-compute
           evaluate true
               when cln-value(cln-pos:1) >= "A"
                       and cln-value(cln-pos:1) <= "Z"
                   move cln-letters-uc(cln-pick:1)
                       to cln-value(cln-pos:1)
               when cln-value(cln-pos:1) >= "a"
                       and cln-value(cln-pos:1) <= "z"
                   move cln-letters-lc(cln-pick:1)
                       to cln-value(cln-pos:1)
               when cln-value(cln-pos:1) >= "0"
                       and cln-value(cln-pos:1) <= "9"
                   compute cln-pick = function mod(cln-hash, 10) + 1
                   end-compute
                   move cln-digits(cln-pick:1) to cln-value(cln-pos:1)
               when other
                   continue
           end-evaluate
       end-perform
       move cln-value to col-value(col-idx - 1)
       .

       check-clone-parent.
      *> with sampling on, a child row is kept only when its parent
      *> row made it into the clone
       move cln-lk-col(cln-lk-idx) to col-idx
       if col-idx = 1
           move key-field to esc-src
       else
           move col-value(col-idx - 1) to esc-src
       end-if
       perform escape-sql-quotes
       move 1 to row-counter
       move spaces to query
       string "select count(*) from " delimited by size
           function trim(cln-lk-table(cln-lk-idx)) delimited by size
           " where " delimited by size
           function trim(cln-lk-key(cln-lk-idx)) delimited by size
           " = '" delimited by size
           function trim(esc-dst) delimited by size
           "';" delimited by size
           into query
       end-string
       perform ocsql-exec
       if result = 0 and row-counter > 1
           compute link-cnt = function numval(
               function trim(sql-records(1)))
           end-compute
           if link-cnt = 0
               move "N" to cln-keep
           end-if
       else
           move "N" to cln-keep
       end-if
       .

       write-clone-table.
       move cln-read to cln-disp
       move cln-written to cln-disp2
       move cln-sampled to cln-disp3
       move cln-orphaned to cln-disp4
       move cln-masked-cols to cln-disp5
       move spaces to cln-detail
       string "  " delimited by size
           table-name delimited by size
           cln-disp delimited by size
           "  " delimited by size
           cln-disp2 delimited by size
           "  " delimited by size
           cln-disp3 delimited by size
           "  " delimited by size
           cln-disp4 delimited by size
           "  " delimited by size
           cln-disp5 delimited by size
           "  " delimited by size
           into cln-detail
       end-string
       if cln-table-fail = "Y"
           move "FAIL" to cln-detail(88:4)
       else
           move "PASS" to cln-detail(88:4)
       end-if
       perform write-clone-line
       if cln-masked-cols > 0
           move spaces to cln-detail
           string "      masked: " delimited by size
               function trim(cln-masked-names) delimited by size
               into cln-detail
               on overflow continue
           end-string
           perform write-clone-line
       end-if
       .

       write-clone-totals.
       if page-count = 0
           perform write-clone-header
           move 0 to line-count
       end-if
       move spaces to print-record
       write print-record
       move cln-table-total to cln-disp
       move spaces to print-record
       string "Tables cloned:        " delimited by size
           cln-disp delimited by size
           into print-record
       end-string
       write print-record
       move cln-fail-total to cln-disp
       move spaces to print-record
       string "Tables failed:        " delimited by size
           cln-disp delimited by size
           into print-record
       end-string
       write print-record
       move cln-read-total to cln-disp
       move spaces to print-record
       string "Production rows read: " delimited by size
           cln-disp delimited by size
           into print-record
       end-string
       write print-record
       move cln-written-total to cln-disp
       move spaces to print-record
       string "Rows cloned:          " delimited by size
           cln-disp delimited by size
           into print-record
       end-string
       write print-record
       move cln-sampled-total to cln-disp
       move spaces to print-record
       string "Rows not sampled:     " delimited by size
           cln-disp delimited by size
           into print-record
       end-string
       write print-record
       move cln-orphan-total to cln-disp
       move spaces to print-record
       string "Parent not cloned:    " delimited by size
           cln-disp delimited by size
           into print-record
       end-string
       write print-record
       move cln-unmasked-total to cln-disp
       move spaces to print-record
       string "Key not maskable:     " delimited by size
           cln-disp delimited by size
           into print-record
       end-string
       write print-record
       .

       write-clone-line.
       if print-open-flag = "Y"
           if line-count >= lines-per-page
               if page-count > 0
                   perform write-page-footer
               end-if
               perform write-clone-header
               move 0 to line-count
           end-if
           move cln-detail to print-record
           write print-record
           add 1 to line-count
       end-if
       .

       write-clone-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "MASKED CLONE REPORT - Target: " delimited by size
           function trim(database2-name) delimited by size
           "  Sample: " delimited by size
           cln-sample delimited by size
           "%  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       write print-record
       move "  Table                         Prod rows     Cloned"
           & "  Unsampled  No parent     Masked  Status"
           to print-record
       write print-record
       move "  ----------------------------  ---------     ------ "
           & " ---------  ---------     ------  ------"
           to print-record
       write print-record
       .

       run-dupes-mode.
       move spaces to report-file-name
       string function trim(table-name) delimited by size
           "_dupes.prt" delimited by size
           into report-file-name
       end-string
       move 0 to dup-row-total
       move 0 to dup-dupe-total
       move 0 to dup-open-total
       move 0 to dup-merged-groups
       move 0 to dup-deleted-total
       move 0 to dup-moved-total
       move 0 to dup-group-count

       perform set-dupe-match-columns
       if dup-match-ok = "Y"
           move "N" to sql-overflow-flag
           move 1 to row-counter
           move spaces to query
           string "select * from " delimited by size
               function trim(table-name) delimited by size
               " order by " delimited by size
               function trim(col-name(1)) delimited by size
               ";" delimited by size
               into query
           end-string
           perform ocsql-exec
           if result not = 0
               display "Error: table " function trim(table-name)
                   " could not be read - no report written"
                   end-display
               move 8 to return-code
           else
               if sql-overflow-flag = "Y"
                   display "Warning: result set exceeded "
                       sql-table-max " rows - duplicate check is"
                       " incomplete" end-display
               end-if
               subtract 1 from row-counter giving dup-row-max
                   end-subtract
               move dup-row-max to dup-row-total
               perform varying dup-idx from 1 by 1
                       until dup-idx > dup-row-max
                   move sql-records(dup-idx) to dup-row-rec(dup-idx)
                   move sql-records(dup-idx) to main-record
                   perform build-dupe-match-key
                   move dup-norm to dup-row-norm(dup-idx)
                   move 0 to dup-row-group(dup-idx)
                   move space to dup-row-state(dup-idx)
               end-perform
               perform find-dupe-groups
               if batch-flag not = "Y"
                   perform review-dupe-groups
               end-if
               perform print-dupes-report
               if dup-open-total > 0 and return-code = 0
                   move 4 to return-code
               end-if
           end-if
       end-if
       .

       set-dupe-match-columns.
      *> MATCH=col;col names the columns compared; every column
      *> except the key is compared when it is not given
       move "Y" to dup-match-ok
       move 0 to dup-match-count
       move spaces to dup-match-names
       if dup-match-list = spaces
           perform varying col-idx from 2 by 1
                   until col-idx > col-count
               add 1 to dup-match-count
               move col-idx to dup-match-col(dup-match-count)
           end-perform
       else
           move 1 to dup-match-ptr
           perform until dup-match-ptr > 200 or dup-match-ok = "N"
               move spaces to dup-match-name
               unstring dup-match-list delimited by ";" or ","
                   into dup-match-name with pointer dup-match-ptr
               end-unstring
               if dup-match-name not = spaces
                   perform add-dupe-match-column
               end-if
           end-perform
       end-if
       if dup-match-ok = "Y" and dup-match-count = 0
           display "Error: table " function trim(table-name)
               " has no columns to compare besides the key"
               end-display
           move "N" to dup-match-ok
           move 8 to return-code
       end-if
       if dup-match-ok = "Y"
           move 1 to qry-ptr
           perform varying dup-mdx from 1 by 1
                   until dup-mdx > dup-match-count
               move dup-match-col(dup-mdx) to col-idx
               if dup-mdx > 1
                   string ", " delimited by size
                       into dup-match-names with pointer qry-ptr
                   end-string
               end-if
               string function trim(col-name(col-idx))
                       delimited by size
                   into dup-match-names with pointer qry-ptr
                   on overflow continue
               end-string
           end-perform
       end-if
       .

       add-dupe-match-column.
       move 0 to dup-jdx
       perform varying col-idx from 1 by 1 until col-idx > col-count
           if function lower-case(function trim(col-name(col-idx))) =
                   function lower-case(function trim(dup-match-name))
               move col-idx to dup-jdx
           end-if
       end-perform
       evaluate true
           when dup-jdx = 0
               display "Error: MATCH column "
                   function trim(dup-match-name) " is not in table "
                   function trim(table-name) end-display
               move "N" to dup-match-ok
               move 8 to return-code
           when dup-jdx = 1
               display "Error: MATCH may not name the key column "
                   function trim(dup-match-name) end-display
               move "N" to dup-match-ok
               move 8 to return-code
           when dup-match-count >= 7
               continue
           when other
               add 1 to dup-match-count
               move dup-jdx to dup-match-col(dup-match-count)
       end-evaluate
       .

       build-dupe-match-key.
      *> trimmed, upper-cased values joined with "|"; a row whose
      *> compared columns are all blank is not a candidate
       move spaces to dup-norm
       move 1 to dup-norm-ptr
       move "N" to dup-any-value
       perform varying dup-mdx from 1 by 1
               until dup-mdx > dup-match-count
           move dup-match-col(dup-mdx) to col-idx
           if col-value(col-idx - 1) not = spaces
               move "Y" to dup-any-value
               string function upper-case(
                       function trim(col-value(col-idx - 1)))
                       delimited by size
                   into dup-norm with pointer dup-norm-ptr
                   on overflow continue
               end-string
           end-if
           string "|" delimited by size
               into dup-norm with pointer dup-norm-ptr
               on overflow continue
           end-string
       end-perform
       if dup-any-value = "N"
           move spaces to dup-norm
       end-if
       .

       find-dupe-groups.
       perform varying dup-idx from 1 by 1 until dup-idx > dup-row-max
           if dup-row-group(dup-idx) = 0
                   and dup-row-norm(dup-idx) not = spaces
               perform varying dup-jdx from dup-idx by 1
                       until dup-jdx > dup-row-max
                   if dup-jdx > dup-idx
                           and dup-row-group(dup-jdx) = 0
                           and dup-row-norm(dup-jdx) =
                               dup-row-norm(dup-idx)
                       if dup-row-group(dup-idx) = 0
                           perform start-dupe-group
                       end-if
                       if dup-row-group(dup-idx) > 0
                           move dup-row-group(dup-idx)
                               to dup-row-group(dup-jdx)
                           add 1 to dup-grp-size(dup-group-count)
                           add 1 to dup-dupe-total
                       end-if
                   end-if
               end-perform
           end-if
       end-perform
       move dup-group-count to dup-open-total
       .

       start-dupe-group.
       if dup-group-count < dup-group-max
           add 1 to dup-group-count
           move dup-group-count to dup-row-group(dup-idx)
           move dup-idx to dup-grp-first(dup-group-count)
           move 1 to dup-grp-size(dup-group-count)
           move space to dup-grp-state(dup-group-count)
           move 0 to dup-grp-survivor(dup-group-count)
       end-if
       .

       review-dupe-groups.
       if dup-group-count = 0
           display "No duplicate candidates found in "
               function trim(table-name) end-display
       else
           move 1 to dup-pos
           move "N" to dup-done-flag
           perform until dup-done-flag = "Y"
               perform show-dupe-group
           end-perform
           display dup-merged-groups " groups merged this session"
               end-display
       end-if
       .

       show-dupe-group.
       move "DUPLICATE ROW MERGE" to screen-title
       move 0 to dup-member-count
       perform varying dup-idx from dup-grp-first(dup-pos) by 1
               until dup-idx > dup-row-max or dup-member-count >= 9
      *> rows already merged away drop out of an open group, so a
      *> group larger than the screen is merged nine rows at a time
           if dup-row-group(dup-idx) = dup-pos
                   and (dup-row-state(dup-idx) not = "D"
                        or dup-grp-state(dup-pos) = "M")
               add 1 to dup-member-count
               move dup-idx to dup-member(dup-member-count)
           end-if
       end-perform
       perform count-dupe-left
       perform build-dupe-screen

       move spaces to action-field
       move spaces to dup-confirm
       accept dupes-screen end-accept
       move spaces to screen-message
       evaluate function upper-case(action-field)
           when "1" thru "9"
               perform choose-dupe-survivor
           when "P"
               if dup-pos > 1
                   subtract 1 from dup-pos end-subtract
               end-if
           when "X"
               move "Y" to dup-done-flag
           when other
               if dup-pos < dup-group-count
                   add 1 to dup-pos end-add
               else
                   move "Y" to dup-done-flag
               end-if
       end-evaluate
       if screen-message not = spaces
           display screen-message end-display
       end-if
       .

       build-dupe-screen.
       move dup-pos to dup-pos-disp
       move dup-group-count to dup-max-disp
       move dup-grp-size(dup-pos) to dup-disp
       move spaces to dup-heading
       move 1 to qry-ptr
       string "Group " delimited by size
           dup-pos-disp delimited by size
           " of " delimited by size
           dup-max-disp delimited by size
           "  Table " delimited by size
           function trim(table-name) delimited by size
           "  Rows " delimited by size
           function trim(dup-disp) delimited by size
           into dup-heading with pointer qry-ptr
           on overflow continue
       end-string
       if dup-grp-state(dup-pos) = "M"
           move dup-grp-survivor(dup-pos) to dup-survivor-disp
           string "  MERGED INTO " delimited by size
               function trim(dup-survivor-disp) delimited by size
               into dup-heading with pointer qry-ptr
               on overflow continue
           end-string
       end-if

      *> fixed 11-character columns so the rows line up on screen
       move spaces to dup-col-heading
       move 1 to qry-ptr
       string "  " delimited by size
           col-name(1)(1:10) delimited by size
           into dup-col-heading with pointer qry-ptr
       end-string
       perform varying col-idx from 2 by 1 until col-idx > col-count
           string " " delimited by size
               col-name(col-idx)(1:11) delimited by size
               into dup-col-heading with pointer qry-ptr
               on overflow continue
           end-string
       end-perform

       perform varying dup-mdx from 1 by 1 until dup-mdx > 9
           move spaces to dup-screen-line(dup-mdx)
           if dup-mdx <= dup-member-count
               move dup-member(dup-mdx) to dup-idx
               move dup-row-rec(dup-idx) to main-record
               move dup-mdx to dup-pos-disp
               move dup-pos-disp(4:1) to dup-screen-line(dup-mdx)(1:1)
               move 2 to qry-ptr
               string " " delimited by size
                   key-field delimited by size
                   into dup-screen-line(dup-mdx) with pointer qry-ptr
               end-string
               perform varying col-idx from 2 by 1
                       until col-idx > col-count
                   string " " delimited by size
                       col-value(col-idx - 1)(1:11) delimited by size
                       into dup-screen-line(dup-mdx)
                       with pointer qry-ptr
                       on overflow continue
                   end-string
               end-perform
               if dup-row-state(dup-idx) = "D"
                   move "MERGED" to dup-screen-line(dup-mdx)(71:6)
               end-if
           end-if
       end-perform
       if dup-grp-state(dup-pos) not = "M"
               and dup-left > dup-member-count
           move dup-left to dup-disp
           move spaces to screen-message
           string "9 of " delimited by size
               function trim(dup-disp) delimited by size
               " rows shown - merge again" delimited by size
               into screen-message
               on overflow continue
           end-string
       end-if
       .

       count-dupe-left.
       move 0 to dup-left
       perform varying dup-idx from dup-grp-first(dup-pos) by 1
               until dup-idx > dup-row-max
           if dup-row-group(dup-idx) = dup-pos
                   and dup-row-state(dup-idx) not = "D"
               add 1 to dup-left
           end-if
       end-perform
       .

       choose-dupe-survivor.
       compute dup-choice = function numval(action-field) end-compute
       evaluate true
           when dup-grp-state(dup-pos) = "M"
               move "Group has already been merged" to screen-message
           when dup-choice > dup-member-count
               move "No row with that number" to screen-message
           when function upper-case(dup-confirm) not = "Y"
               move "Enter Y to confirm the merge" to screen-message
           when other
               move dup-member(dup-choice) to dup-survivor-row
               move dup-row-rec(dup-survivor-row) to main-record
               move key-field to dup-survivor-key
               perform merge-dupe-group
       end-evaluate
       .

       merge-dupe-group.
      *> children of the rows being removed move to the survivor and
      *> the rows are deleted, all in one transaction; the journal is
      *> written only once the transaction has committed
       move "N" to dup-merge-fail
       move 0 to dup-jrn-count
       move table-name to auth-table-name
       perform check-table-authority
       if oper-table-ok = "N"
           move "Not authorised to change this table"
               to screen-message
           move "Y" to dup-merge-fail
       end-if

       perform varying dup-mdx from 1 by 1
               until dup-mdx > dup-member-count or dup-merge-fail = "Y"
           move dup-member(dup-mdx) to dup-idx
           move dup-row-rec(dup-idx) to main-record
           move key-field to jrn-key-value
           perform capture-before-image
           if jrn-before-image not = dup-row-rec(dup-idx)
               move "Rows changed since read - rerun DUPES"
                   to screen-message
               move "Y" to dup-merge-fail
           end-if
       end-perform

       if dup-merge-fail = "N"
           move "begin transaction;" to query
           perform ocsql-exec
           if result not = zero
               move "Could not start the merge transaction"
                   to screen-message
               move "Y" to dup-merge-fail
           end-if
       end-if

       if dup-merge-fail = "N"
           perform varying link-idx from 1 by 1
                   until link-idx > link-count or dup-merge-fail = "Y"
               if function trim(link-parent-table(link-idx)) =
                       function trim(table-name)
                   perform move-dupe-children
               end-if
           end-perform
           perform varying dup-mdx from 1 by 1
                   until dup-mdx > dup-member-count
                       or dup-merge-fail = "Y"
               if dup-member(dup-mdx) not = dup-survivor-row
                   perform delete-dupe-row
               end-if
           end-perform

           if dup-merge-fail = "N"
               move "commit;" to query
               perform ocsql-exec
               if result not = zero
                   move "Y" to dup-merge-fail
                   move "Commit failed - merge rolled back"
                       to screen-message
               end-if
           end-if
           if dup-merge-fail = "Y"
               move "rollback;" to query
               perform ocsql-exec
           else
               perform journal-dupe-merge
           end-if
       end-if
       .

       move-dupe-children.
       move link-child-table(link-idx) to table-name
       perform select-table-context
       move 0 to link-col-idx
       if table-found = "Y"
           perform varying col-idx from 1 by 1
                   until col-idx > col-count
               if function trim(col-name(col-idx)) =
                       function trim(link-child-col(link-idx))
                   move col-idx to link-col-idx
               end-if
           end-perform
       end-if
       if link-col-idx > 0
           move table-name to auth-table-name
           perform check-table-authority
           perform varying dup-mdx from 1 by 1
                   until dup-mdx > dup-member-count
                       or dup-merge-fail = "Y"
               if dup-member(dup-mdx) not = dup-survivor-row
                   perform move-children-of-row
               end-if
           end-perform
       end-if
       move link-parent-table(link-idx) to table-name
       perform select-table-context
       .

       move-children-of-row.
       move dup-member(dup-mdx) to dup-idx
       move dup-row-rec(dup-idx) to main-record
       move key-field to lnk-parent-key
       move "N" to sql-overflow-flag
       move 1 to row-counter
       move spaces to query
       string "select * from " delimited by size
           function trim(table-name) delimited by size
           " where cast(trim(" delimited by size
           function trim(link-child-col(link-idx)) delimited by size
           ") as integer) = " delimited by size
           lnk-parent-key delimited by size
           ";" delimited by size
           into query
       end-string
       perform ocsql-exec
       subtract 1 from row-counter giving row-max end-subtract
       evaluate true
           when result not = 0 or sql-overflow-flag = "Y"
               move "Child rows could not be read - merge rolled back"
                   to screen-message
               move "Y" to dup-merge-fail
           when row-max = 0
               continue
           when oper-table-ok = "N"
               move spaces to screen-message
               string "Not authorised to change "
                       delimited by size
                   function trim(table-name) delimited by size
                   into screen-message
               end-string
               move "Y" to dup-merge-fail
           when link-col-idx = 1
               move spaces to screen-message
               string function trim(table-name) delimited by size
                   " is keyed on this key - merge by hand"
                       delimited by size
                   into screen-message
               end-string
               move "Y" to dup-merge-fail
           when dup-jrn-count + row-max > dup-jrn-max
               move "Too many child rows to merge in one step"
                   to screen-message
               move "Y" to dup-merge-fail
           when other
               perform varying dup-child-idx from 1 by 1
                       until dup-child-idx > row-max
                   move sql-records(dup-child-idx)
                       to file-records(dup-child-idx)
               end-perform
               move row-max to file-max
               perform varying dup-child-idx from 1 by 1
                       until dup-child-idx > file-max
                           or dup-merge-fail = "Y"
                   perform move-one-child
               end-perform
       end-evaluate
       .

       move-one-child.
       move file-records(dup-child-idx) to main-record
       add 1 to dup-jrn-count
       move table-name to dup-jrn-table(dup-jrn-count)
       move key-field to dup-jrn-key(dup-jrn-count)
       move main-record to dup-jrn-before(dup-jrn-count)
       move dup-survivor-key to dup-survivor-disp
       move function trim(dup-survivor-disp)
           to col-value(link-col-idx - 1)
       move main-record to dup-jrn-after(dup-jrn-count)
       perform build-save-query
       perform ocsql-exec
       if result not = zero
           move "Child row update failed - merge rolled back"
               to screen-message
           move "Y" to dup-merge-fail
       end-if
       .

       delete-dupe-row.
       move dup-member(dup-mdx) to dup-idx
       move dup-row-rec(dup-idx) to main-record
       move spaces to query
       string "delete from " delimited by size
           function trim(table-name) delimited by size
           " where " delimited by size
           function trim(col-name(1)) delimited by size
           " = " delimited by size
           key-field delimited by size
           ";" delimited by size
           into query
       end-string
       perform ocsql-exec
       if result not = zero
           move "Delete failed - merge rolled back" to screen-message
           move "Y" to dup-merge-fail
       else
           if dup-jrn-count < dup-jrn-max
               add 1 to dup-jrn-count
               move table-name to dup-jrn-table(dup-jrn-count)
               move key-field to dup-jrn-key(dup-jrn-count)
               move dup-row-rec(dup-idx)
                   to dup-jrn-before(dup-jrn-count)
               move spaces to dup-jrn-after(dup-jrn-count)
           else
               move "Too many rows to merge in one step"
                   to screen-message
               move "Y" to dup-merge-fail
           end-if
       end-if
       .

       journal-dupe-merge.
       move table-name to dup-saved-table
       perform varying dup-jdx from 1 by 1 until dup-jdx > dup-jrn-count
           move dup-jrn-table(dup-jdx) to table-name
           move dup-jrn-key(dup-jdx) to jrn-key-value
           move dup-jrn-before(dup-jdx) to jrn-before-image
           move dup-jrn-after(dup-jdx) to jrn-after-image
           perform write-journal-record
           if dup-jrn-after(dup-jdx) = spaces
               add 1 to dup-deleted-total
           else
               add 1 to dup-moved-total
           end-if
       end-perform
       move dup-saved-table to table-name

       move dup-survivor-key to dup-grp-survivor(dup-pos)
       perform varying dup-mdx from 1 by 1
               until dup-mdx > dup-member-count
           move dup-member(dup-mdx) to dup-idx
           if dup-idx = dup-survivor-row
               move "S" to dup-row-state(dup-idx)
           else
               move "D" to dup-row-state(dup-idx)
           end-if
       end-perform
       move dup-survivor-key to dup-survivor-disp
       move spaces to screen-message
       perform count-dupe-left
       if dup-left > 1
      *> rows beyond the first nine are still open; the survivor is
      *> shown with them next time so they can be merged into it
           move dup-left to dup-disp
           string "Merged into key " delimited by size
               function trim(dup-survivor-disp) delimited by size
               " - " delimited by size
               function trim(dup-disp) delimited by size
               " left" delimited by size
               into screen-message
           end-string
       else
           move "M" to dup-grp-state(dup-pos)
           add 1 to dup-merged-groups
           subtract 1 from dup-open-total end-subtract
           string "Group merged into key " delimited by size
               function trim(dup-survivor-disp) delimited by size
               into screen-message
           end-string
       end-if
       .

       print-dupes-report.
       move 0 to page-count
       move lines-per-page to line-count
       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: report file could not be opened, status "
               print-status " - no report written" end-display
       end-if

       if print-open-flag = "Y"
           perform varying dup-gdx from 1 by 1
                   until dup-gdx > dup-group-count
               perform write-dupe-group
           end-perform
           if dup-group-count = 0
               move "  (no duplicate candidates found)" to dup-detail
               perform write-dupes-line
           end-if
           perform write-dupes-totals
           close print-file
           display "Duplicate candidate report written to "
               function trim(report-file-name) end-display
       end-if
       .

       write-dupe-group.
       move dup-gdx to dup-disp
       move dup-grp-size(dup-gdx) to dup-disp2
       move spaces to dup-detail
       move 1 to qry-ptr
       string "  GROUP " delimited by size
           dup-disp delimited by size
           "   Rows: " delimited by size
           function trim(dup-disp2) delimited by size
           into dup-detail with pointer qry-ptr
       end-string
       if dup-grp-state(dup-gdx) = "M"
           move dup-grp-survivor(dup-gdx) to dup-survivor-disp
           string "   MERGED INTO " delimited by size
               function trim(dup-survivor-disp) delimited by size
               into dup-detail with pointer qry-ptr
           end-string
       end-if
       perform write-dupes-line
       perform varying dup-idx from dup-grp-first(dup-gdx) by 1
               until dup-idx > dup-row-max
           if dup-row-group(dup-idx) = dup-gdx
               move dup-row-rec(dup-idx) to main-record
               move spaces to dup-detail
               evaluate dup-row-state(dup-idx)
                   when "S"
                       move "    KEPT    " to dup-detail(1:12)
                   when "D"
                       move "    MERGED  " to dup-detail(1:12)
                   when other
                       continue
               end-evaluate
               move 13 to qry-ptr
               string key-field delimited by size
                   into dup-detail with pointer qry-ptr
               end-string
               perform varying col-idx from 2 by 1
                       until col-idx > col-count
                   string "  " delimited by size
                       col-value(col-idx - 1) delimited by size
                       into dup-detail with pointer qry-ptr
                       on overflow continue
                   end-string
               end-perform
               perform write-dupes-line
           end-if
       end-perform
       move spaces to dup-detail
       perform write-dupes-line
       .

       write-dupes-totals.
       move spaces to print-record
       write print-record
       move dup-row-total to dup-disp
       move spaces to print-record
       string "Rows examined:        " delimited by size
           dup-disp delimited by size
           into print-record
       end-string
       write print-record
       move dup-group-count to dup-disp
       move spaces to print-record
       string "Candidate groups:     " delimited by size
           dup-disp delimited by size
           into print-record
       end-string
       write print-record
       move dup-dupe-total to dup-disp
       move spaces to print-record
       string "Likely duplicates:    " delimited by size
           dup-disp delimited by size
           into print-record
       end-string
       write print-record
       move dup-merged-groups to dup-disp
       move spaces to print-record
       string "Groups merged:        " delimited by size
           dup-disp delimited by size
           into print-record
       end-string
       write print-record
       move dup-deleted-total to dup-disp
       move spaces to print-record
       string "Rows merged away:     " delimited by size
           dup-disp delimited by size
           into print-record
       end-string
       write print-record
       move dup-moved-total to dup-disp
       move spaces to print-record
       string "Child rows moved:     " delimited by size
           dup-disp delimited by size
           into print-record
       end-string
       write print-record
       .

       write-dupes-line.
       if line-count >= lines-per-page
           if page-count > 0
               perform write-page-footer
           end-if
           perform write-dupes-header
           move 0 to line-count
       end-if
       move dup-detail to print-record
       write print-record
       add 1 to line-count
       .

       write-dupes-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "DUPLICATE CANDIDATE REPORT - Table: " delimited by size
           function trim(table-name) delimited by size
           "  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       string "Compared (trimmed, any case): " delimited by size
           function trim(dup-match-names) delimited by size
           into print-record
           on overflow continue
       end-string
       write print-record
       move spaces to print-record
       write print-record
       .

       run-sync-mode.
       perform build-screen-title
       move ctl-entry-name(all-idx) to eoj-name(all-idx)
       move zero to result
       evaluate all-action
           when "EXPORT"
               perform run-export-mode
               move exp-total to eoj-rows(all-idx)
               move export-file-name to eoj-file(all-idx)
               if result not = 0 or export-open-flag = "N"
                   move "FAIL" to eoj-status(all-idx)
               else
                   move "PASS" to eoj-status(all-idx)
               end-if
           when "PROFILE"
               move "N" to print-open-flag
               perform run-profile-mode
               move prf-row-total to eoj-rows(all-idx)
               move report-file-name to eoj-file(all-idx)
               if result not = 0 or print-open-flag = "N"
                   move "FAIL" to eoj-status(all-idx)
               else
                   move "PASS" to eoj-status(all-idx)
               end-if
           when other
               perform run-report-mode
               move print-total to eoj-rows(all-idx)
               move report-file-name to eoj-file(all-idx)
               if result not = 0 or print-open-flag = "N"
                   move "FAIL" to eoj-status(all-idx)
               else
                   move "PASS" to eoj-status(all-idx)
               end-if
       end-evaluate
       if eoj-status(all-idx) = "FAIL"
           add 1 to eoj-fail-count
       end-if

       if return-code = 0
           move "Y" to job-active
           move operator-id to job-operator-id
           move 0 to job-high-cc
           move "N" to job-stopped
           perform varying job-idx from 1 by 1
               perform run-job-step
           end-perform
           move "N" to job-active
      *> each step set its own mode; the run as a whole is the job
           move "JOB" to run-mode
           move "00" to run-id(15:2)
           perform write-job-summary
           move job-high-cc to return-code
       end-if
       .

       run-job-step.
       move job-idx to run-step-disp
       move run-step-disp to run-id(15:2)
       perform reset-step-parms
       move job-step-line(job-idx) to parm-line
       perform parse-parm-line
       move job-operator-id to operator-id
       move run-mode to job-res-mode(job-idx)
       move table-name to job-res-table(job-idx)
       move 0 to job-res-rows(job-idx)
               perform parse-column-names
               perform build-screen-title
               move 0 to return-code
               move function current-date(1:14) to run-start-stamp
               perform reset-run-counters
               perform run-selected-mode
               move return-code to job-step-cc
               move return-code to run-hist-rc
               perform write-run-history
               move 0 to return-code
               perform record-job-step
           end-if
               move bkp-total-rows to job-res-rows(job-idx)
           when "RESTORE"
               move rst-row-total to job-res-rows(job-idx)
           when "APPROVE"
               move pnd-open-total to job-res-rows(job-idx)
           when "PROFILE"
               move prf-row-total to job-res-rows(job-idx)
           when "ALTER"
               move alt-old-rows to job-res-rows(job-idx)
           when "RECOVER"
               move rcv-apply-total to job-res-rows(job-idx)
           when "RUNSTATS"
               move rns-count to job-res-rows(job-idx)
           when "LINKREPORT"
               move lnk-parent-max to job-res-rows(job-idx)
           when "CLONE"
               move cln-written-total to job-res-rows(job-idx)
           when "DUPES"
               move dup-dupe-total to job-res-rows(job-idx)
           when other
               move row-max to job-res-rows(job-idx)
       end-evaluate
       move 0 to job-maxcc
       move 3 to keep-gens
       move 0 to restore-gen
       move spaces to recover-until
       move spaces to recover-skip-mode
       move spaces to recover-skip-run
       move "N" to override-flag
       move 100 to cln-sample
       move 0 to cln-seed
       move spaces to dup-match-list
       .

       write-job-summary.
       end-if
       .

       write-job-line.
       if line-count >= lines-per-page
           if page-count > 0
               perform write-page-footer
           end-if
           perform write-job-header
           move 0 to line-count
       end-if
       move job-detail to print-record
       write print-record
       add 1 to line-count
       .

       write-job-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "JOB STREAM SUMMARY - Stream: " delimited by size
           function trim(job-file-name) delimited by size
           "  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       write print-record
       move "  Step  Mode        Table                             "
           & "  CC    Rows       Status"
           to print-record
       write print-record
       move "  ----  ----------  ----------------------------------"
           & "  ----  ---------  ------"
           to print-record
       write print-record
       .

       reset-run-counters.
       move 0 to run-rows-read
       move 0 to run-rows-written
       move 0 to run-rows-rejected
       move 0 to print-total
       move 0 to exp-total
       move 0 to dlt-total
       move 0 to imp-read-total
       move 0 to imp-save-total
       move 0 to imp-rej-total
       move 0 to ver-file-total
       move 0 to ver-diff-total
       move 0 to ver-fileonly-total
       move 0 to ver-tabonly-total
       move 0 to txn-read-total
       move 0 to txn-rej-total
       move 0 to sync-applied-total
       move 0 to sum-total-rows
       move 0 to xck-total
       move 0 to bkp-total-rows
       move 0 to rst-row-total
       move 0 to pnd-open-total
       move 0 to prf-row-total
       move 0 to alt-old-rows
       move 0 to alt-new-rows
       move 0 to rcv-apply-total
       move 0 to rcv-skip-total
       move 0 to rcv-fail-total
       move 0 to hst-total
       move 0 to aud-total
       move 0 to rns-count
       .

       note-run-counts.
      *> rows read, written and rejected as each mode counts them;
      *> the screen modes count their own saves as they happen
       move run-mode to run-hist-mode
       move table-name to run-hist-table
       evaluate run-mode
           when "REPORT"
               move print-total to run-rows-read
               move print-total to run-rows-written
           when "EXPORT"
           when "PURGE"
               move exp-total to run-rows-read
               move exp-total to run-rows-written
           when "DELTA"
               move dlt-total to run-rows-read
               move dlt-total to run-rows-written
           when "IMPORT"
               move imp-read-total to run-rows-read
               move imp-save-total to run-rows-written
               move imp-rej-total to run-rows-rejected
           when "VERIFY"
               move ver-file-total to run-rows-read
               compute run-rows-rejected = ver-diff-total
                   + ver-fileonly-total + ver-tabonly-total
               end-compute
           when "APPLY"
               move txn-read-total to run-rows-read
               compute run-rows-written = txn-read-total
                   - txn-rej-total
               end-compute
               move txn-rej-total to run-rows-rejected
           when "SYNC"
               move sync-applied-total to run-rows-written
           when "SUMMARY"
               move sum-total-rows to run-rows-read
           when "CROSSCHECK"
               move xck-total to run-rows-read
           when "APPROVE"
               move pnd-open-total to run-rows-read
           when "PROFILE"
               move prf-row-total to run-rows-read
           when "ALTER"
               move alt-old-rows to run-rows-read
               move alt-new-rows to run-rows-written
           when "HISTORY"
               move hst-total to run-rows-read
           when "AUDIT"
               move aud-total to run-rows-read
           when "RUNSTATS"
               move rns-count to run-rows-read
           when "LINKREPORT"
               move lnk-parent-max to run-rows-read
           when "CLONE"
               move "*" to run-hist-table
               move cln-read-total to run-rows-read
               move cln-written-total to run-rows-written
           when "DUPES"
               move dup-row-total to run-rows-read
               compute run-rows-written = dup-deleted-total
                   + dup-moved-total
               end-compute
           when "BACKUP"
               move "*" to run-hist-table
               move bkp-total-rows to run-rows-read
               move bkp-total-rows to run-rows-written
           when "RESTORE"
               move "*" to run-hist-table
               move rst-row-total to run-rows-read
               move rst-row-total to run-rows-written
           when "RECOVER"
               move "*" to run-hist-table
               compute run-rows-read = rst-row-total + rcv-apply-total
                   + rcv-skip-total + rcv-fail-total
               end-compute
               compute run-rows-written = rst-row-total
                   + rcv-apply-total
               end-compute
               move rcv-fail-total to run-rows-rejected
           when "ALL"
               move "*" to run-hist-table
               perform varying all-idx from 1 by 1
                       until all-idx > ctl-count
                   add eoj-rows(all-idx) to run-rows-read
               end-perform
               move run-rows-read to run-rows-written
           when other
               continue
       end-evaluate
       .

       record-run-history.
       if run-mode = "JOB"
           perform write-job-run-history
       else
           move return-code to run-hist-rc
           perform write-run-history
       end-if
       .

       write-run-history.
       perform note-run-counts
       perform append-run-history
       .

       write-job-run-history.
       move "JOB" to run-hist-mode
       move "*" to run-hist-table
       move run-id(1:14) to run-start-stamp
       move return-code to run-hist-rc
       move 0 to run-rows-read
       move 0 to run-rows-written
       move 0 to run-rows-rejected
       perform varying job-idx from 1 by 1
               until job-idx > job-step-count
           add job-res-rows(job-idx) to run-rows-read
       end-perform
       perform append-run-history
       .

       append-run-history.
       move function current-date(1:14) to run-end-stamp
       move run-start-stamp to run-stamp-work
       perform stamp-to-seconds
       move run-stamp-secs to run-start-secs
       move run-end-stamp to run-stamp-work
       perform stamp-to-seconds
       if run-stamp-secs > run-start-secs
           compute run-elapsed = run-stamp-secs - run-start-secs
           end-compute
       else
           move 0 to run-elapsed
       end-if

       open extend runhist-file
       if runhist-status = "00" or runhist-status = "05"
           move spaces to runhist-record
           move run-id to rhs-run-id
           move run-hist-mode to rhs-mode
           move run-hist-table to rhs-table
           move run-start-stamp to rhs-start
           move run-end-stamp to rhs-end
           move run-elapsed to rhs-elapsed
           move run-rows-read to rhs-read
           move run-rows-written to rhs-written
           move run-rows-rejected to rhs-rejected
           move run-hist-rc to rhs-rc
           move operator-id to rhs-operator
           write runhist-record
           close runhist-file
       else
           display "Warning: run history file could not be opened,"
               " status " runhist-status " - run not recorded"
               end-display
       end-if
       .

       stamp-to-seconds.
       move 0 to run-stamp-secs
       if run-stamp-work is numeric
           move run-stamp-work(1:8) to run-date-num
           move run-stamp-work(9:2) to run-hh
           move run-stamp-work(11:2) to run-mi
           move run-stamp-work(13:2) to run-ss
           compute run-stamp-secs =
               function integer-of-date(run-date-num) * 86400
               + run-hh * 3600 + run-mi * 60 + run-ss
           end-compute
       end-if
       .

       run-runstats-mode.
       perform read-run-history
       perform read-sla-file
       if rns-count = 0
           display "No runs recorded in sqlscreen_runhist.dat"
               end-display
           move 4 to return-code
       else
           perform print-runstats-report
       end-if
       .

       read-run-history.
      *> only the newest runs fit in the table, so the file is
      *> counted first and the oldest records are passed over
       move 0 to rns-count
       move 0 to rns-file-count
       open input runhist-file
       if runhist-status = "00"
           perform until runhist-status not = "00"
               read runhist-file
                   at end
                       move "10" to runhist-status
                   not at end
                       add 1 to rns-file-count
               end-read
           end-perform
           close runhist-file
       end-if
       move 0 to rns-skip
       if rns-file-count > rns-entry-max
           compute rns-skip = rns-file-count - rns-entry-max
           end-compute
           display "Warning: " rns-file-count " runs recorded - only"
               " the newest " rns-entry-max " are reported"
               end-display
       end-if
       if rns-file-count > 0
           open input runhist-file
           perform until runhist-status not = "00"
               read runhist-file
                   at end
                       move "10" to runhist-status
                   not at end
                       if rns-skip > 0
                           subtract 1 from rns-skip end-subtract
                       else
                           add 1 to rns-count
                           move runhist-record to rns-entry(rns-count)
                       end-if
               end-read
           end-perform
           close runhist-file
       end-if
       .

       read-sla-file.
       move 0 to sla-count
       open input sla-file
       if sla-status = "00"
           perform until sla-status not = "00"
               read sla-file
                   at end
                       move "10" to sla-status
                   not at end
                       if sla-record(1:1) not = "#" and
                          function trim(sla-record) not = spaces
                           perform parse-sla-record
                       end-if
               end-read
           end-perform
           close sla-file
       end-if
       .

       parse-sla-record.
       move spaces to sla-mode-w
       move spaces to sla-secs-x
       move spaces to sla-pct-x
       unstring sla-record delimited by "|"
           into sla-mode-w sla-secs-x sla-pct-x
       end-unstring
       if sla-count < sla-entry-max
           add 1 to sla-count
           move function upper-case(function trim(sla-mode-w))
               to sla-mode(sla-count)
           move 0 to sla-secs(sla-count)
           move 0 to sla-pct(sla-count)
           if sla-secs-x not = spaces
               compute sla-secs(sla-count) =
                   function numval(function trim(sla-secs-x))
               end-compute
           end-if
           if sla-pct-x not = spaces
               compute sla-pct(sla-count) =
                   function numval(function trim(sla-pct-x))
               end-compute
           end-if
       else
           display "Warning: more than " sla-entry-max
               " entries in sqlscreen_sla.dat - extra entries ignored"
               end-display
           move "10" to sla-status
       end-if
       .

       find-sla-limit.
      *> no limit and a 50 percent deviation unless sqlscreen_sla.dat
      *> names the mode or gives a "*" default
       move 0 to sla-limit
       move 50 to sla-dev-pct
       perform varying sla-idx from 1 by 1 until sla-idx > sla-count
           if sla-mode(sla-idx) = "*"
               move sla-secs(sla-idx) to sla-limit
               move sla-pct(sla-idx) to sla-dev-pct
           end-if
       end-perform
       perform varying sla-idx from 1 by 1 until sla-idx > sla-count
           if sla-mode(sla-idx) = rns-cur-mode
               move sla-secs(sla-idx) to sla-limit
               move sla-pct(sla-idx) to sla-dev-pct
           end-if
       end-perform
       .

       print-runstats-report.
       move "sqlscreen_runstats.prt" to report-file-name
       move 0 to page-count
       move lines-per-page to line-count
       move 0 to rns-slow-total
       move 0 to rns-dev-total

       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: report file could not be opened, status "
               print-status " - no report written" end-display
       end-if

       if print-open-flag = "Y"
           move "N" to rns-by-table
           perform tally-run-groups
           move "  RUNS BY MODE" to rns-detail
           perform write-runstats-line
           perform write-run-group-heading
           perform write-run-groups

           move "Y" to rns-by-table
           perform tally-run-groups
           move spaces to rns-detail
           perform write-runstats-line
           move "  RUNS BY TABLE" to rns-detail
           perform write-runstats-line
           perform write-run-group-heading
           perform write-run-groups

           move spaces to rns-detail
           perform write-runstats-line
           move "  RUNS OVER THE ELAPSED-TIME LIMIT FOR THEIR MODE"
               to rns-detail
           perform write-runstats-line
           perform varying rns-idx from 1 by 1
                   until rns-idx > rns-count
               perform check-run-elapsed
           end-perform
           if rns-slow-total = 0
               move "    (none)" to rns-detail
               perform write-runstats-line
           end-if

           move spaces to rns-detail
           perform write-runstats-line
           move "  ROW COUNTS AWAY FROM THE RECENT AVERAGE FOR THE MODE"
               & " AND TABLE" to rns-detail
           perform write-runstats-line
           perform varying rns-idx from 1 by 1
                   until rns-idx > rns-count
               perform check-run-rows
           end-perform
           if rns-dev-total = 0
               move "    (none)" to rns-detail
               perform write-runstats-line
           end-if

           move spaces to print-record
           write print-record
           move rns-count to rns-disp5
           move spaces to print-record
           string "Runs reported:        " delimited by size
               rns-disp5 delimited by size
               into print-record
           end-string
           write print-record
           move rns-slow-total to rns-disp5
           move spaces to print-record
           string "Over elapsed limit:   " delimited by size
               rns-disp5 delimited by size
               into print-record
           end-string
           write print-record
           move rns-dev-total to rns-disp5
           move spaces to print-record
           string "Row count deviations: " delimited by size
               rns-disp5 delimited by size
               into print-record
           end-string
           write print-record
           close print-file
           display "Run statistics report written to "
               function trim(report-file-name) end-display
       end-if
       if rns-slow-total > 0 or rns-dev-total > 0
           move 4 to return-code
       end-if
       .

       tally-run-groups.
       move 0 to rns-grp-count
       move "N" to rns-grp-full
       perform varying rns-idx from 1 by 1 until rns-idx > rns-count
           move rns-entry(rns-idx) to rns-rec
           if rns-by-table = "Y"
               move rns-table to rns-key
           else
               move rns-mode to rns-key
           end-if
           move 0 to rns-gdx
           perform varying rns-jdx from 1 by 1
                   until rns-jdx > rns-grp-count or rns-gdx > 0
               if rns-g-name(rns-jdx) = rns-key
                   move rns-jdx to rns-gdx
               end-if
           end-perform
           if rns-gdx = 0
               if rns-grp-count < rns-grp-max
                   add 1 to rns-grp-count
                   move rns-grp-count to rns-gdx
                   move rns-key to rns-g-name(rns-gdx)
                   move 0 to rns-g-runs(rns-gdx)
                   move 0 to rns-g-secs(rns-gdx)
                   move 0 to rns-g-max(rns-gdx)
                   move 0 to rns-g-read(rns-gdx)
                   move 0 to rns-g-written(rns-gdx)
                   move 0 to rns-g-rej(rns-gdx)
                   move 0 to rns-g-fail(rns-gdx)
               else
                   move "Y" to rns-grp-full
               end-if
           end-if
           if rns-gdx > 0
               add 1 to rns-g-runs(rns-gdx)
               add rns-elapsed to rns-g-secs(rns-gdx)
               if rns-elapsed > rns-g-max(rns-gdx)
                   move rns-elapsed to rns-g-max(rns-gdx)
               end-if
               add rns-read to rns-g-read(rns-gdx)
               add rns-written to rns-g-written(rns-gdx)
               add rns-rejected to rns-g-rej(rns-gdx)
               if rns-rc >= 8
                   add 1 to rns-g-fail(rns-gdx)
               end-if
           end-if
       end-perform
       if rns-grp-full = "Y"
           display "Warning: more than " rns-grp-max
               " groups - extra groups not reported" end-display
       end-if
       .

       write-run-group-heading.
       move "    Name                            Runs  Avg secs Recen"
           & "t secs  Max secs   Avg read Avg written   Rejected  Fai"
           & "led" to rns-detail
       perform write-runstats-line
       .

       write-run-groups.
       perform varying rns-gdx from 1 by 1
               until rns-gdx > rns-grp-count
           perform write-run-group
       end-perform
       .

       write-run-group.
      *> "recent" is the average of the last few runs in the group,
      *> so a rising figure against the overall average is a trend
       move 0 to rns-hist-n
       move 0 to rns-hist-sum
       perform varying rns-jdx from rns-count by -1
               until rns-jdx < 1 or rns-hist-n >= rns-recent-max
           move rns-entry(rns-jdx) to rns-rec
           if (rns-by-table = "Y" and rns-table = rns-g-name(rns-gdx))
               or (rns-by-table = "N"
                   and rns-mode = rns-g-name(rns-gdx))
               add 1 to rns-hist-n
               add rns-elapsed to rns-hist-sum
           end-if
       end-perform

       move rns-g-runs(rns-gdx) to rns-disp
       compute rns-disp2 = rns-g-secs(rns-gdx) / rns-g-runs(rns-gdx)
       end-compute
       compute rns-disp3 = rns-hist-sum / rns-hist-n
       end-compute
       move rns-g-max(rns-gdx) to rns-disp4
       compute rns-disp5 = rns-g-read(rns-gdx) / rns-g-runs(rns-gdx)
       end-compute
       compute rns-disp6 =
           rns-g-written(rns-gdx) / rns-g-runs(rns-gdx)
       end-compute
       move rns-g-rej(rns-gdx) to rns-disp7
       move rns-g-fail(rns-gdx) to rns-disp8
       move spaces to rns-detail
       string "    " delimited by size
           rns-g-name(rns-gdx) delimited by size
           rns-disp delimited by size
           "   " delimited by size
           rns-disp2 delimited by size
           "     " delimited by size
           rns-disp3 delimited by size
           "   " delimited by size
           rns-disp4 delimited by size
           "  " delimited by size
           rns-disp5 delimited by size
           "   " delimited by size
           rns-disp6 delimited by size
           "  " delimited by size
           rns-disp7 delimited by size
           "  " delimited by size
           rns-disp8 delimited by size
           into rns-detail
       end-string
       perform write-runstats-line
       .

       check-run-elapsed.
       move rns-entry(rns-idx) to rns-rec
       move rns-mode to rns-cur-mode
       perform find-sla-limit
       if sla-limit > 0 and rns-elapsed > sla-limit
           add 1 to rns-slow-total
           move rns-elapsed to rns-disp2
           move sla-limit to rns-disp3
           move spaces to rns-detail
           string "    run " delimited by size
               rns-run-id delimited by size
               "  " delimited by size
               rns-mode delimited by size
               " " delimited by size
               rns-table(1:20) delimited by size
               " elapsed " delimited by size
               function trim(rns-disp2) delimited by size
               "s, limit " delimited by size
               function trim(rns-disp3) delimited by size
               "s" delimited by size
               into rns-detail
           end-string
           perform write-runstats-line
       end-if
       .

       check-run-rows.
      *> compares the rows read and written with the average of the
      *> previous runs of the same mode and table
       move rns-entry(rns-idx) to rns-rec
       move rns-mode to rns-cur-mode
       move rns-table to rns-cur-table
       compute rns-cur-rows = rns-read + rns-written
       end-compute
       move 0 to rns-hist-n
       move 0 to rns-hist-sum
       perform varying rns-jdx from rns-idx by -1
               until rns-jdx <= 1 or rns-hist-n >= rns-recent-max
           move rns-entry(rns-jdx - 1) to rns-rec
           if rns-mode = rns-cur-mode and rns-table = rns-cur-table
               add 1 to rns-hist-n
               compute rns-hist-sum = rns-hist-sum + rns-read
                   + rns-written
               end-compute
           end-if
       end-perform
       move rns-entry(rns-idx) to rns-rec
       if rns-hist-n >= rns-recent-min
           compute rns-avg = rns-hist-sum / rns-hist-n
           end-compute
           if rns-avg > 0
               perform find-sla-limit
               if rns-cur-rows > rns-avg
                   compute rns-dev-pct =
                       (rns-cur-rows - rns-avg) * 100 / rns-avg
                   end-compute
               else
                   compute rns-dev-pct =
                       (rns-avg - rns-cur-rows) * 100 / rns-avg
                   end-compute
               end-if
               if sla-dev-pct > 0 and rns-dev-pct > sla-dev-pct
                   add 1 to rns-dev-total
                   move rns-cur-rows to rns-disp5
                   move rns-avg to rns-disp6
                   move rns-dev-pct to rns-disp7
                   move spaces to rns-detail
                   string "    run " delimited by size
                       rns-run-id delimited by size
                       "  " delimited by size
                       rns-mode delimited by size
                       " " delimited by size
                       rns-table(1:20) delimited by size
                       " rows " delimited by size
                       function trim(rns-disp5) delimited by size
                       ", recent average " delimited by size
                       function trim(rns-disp6) delimited by size
                       " (" delimited by size
                       function trim(rns-disp7) delimited by size
                       "% off)" delimited by size
                       into rns-detail
                   end-string
                   perform write-runstats-line
               end-if
           end-if
       end-if
       .

       write-runstats-line.
       if line-count >= lines-per-page
           if page-count > 0
               perform write-page-footer
           end-if
           perform write-runstats-header
           move 0 to line-count
       end-if
       move rns-detail to print-record
       write print-record
       add 1 to line-count
       .

       write-runstats-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "RUN STATISTICS REPORT - sqlscreen_runhist.dat"
               delimited by size
           "  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       write print-record
       move spaces to print-record
       write print-record
       .

       run-backup-mode.
           move function current-date to bkp-stamp
           move 0 to bkp-total-rows
           move "N" to bkp-fail
           perform read-layout-registry

           perform varying all-idx from 1 by 1
                   until all-idx > ctl-count or bkp-fail = "Y"
       move ctl-entry-cols(all-idx) to table-columns
       perform parse-column-names

       move table-name to lay-find-table
       perform find-layout-entry
       if lay-found = "Y"
           perform compare-registered-layout
           if lay-match = "N"
               move lay-version to lay-version-disp
               display "Error: " function trim(table-name)
                   " in table_ctl.dat no longer matches layout"
                   " version " function trim(lay-version-disp)
                   " - run MODE=ALTER before backing up" end-display
               move "Y" to bkp-fail
           end-if
       end-if
       if bkp-fail = "N"
           perform backup-table-rows
       end-if
       .

       backup-table-rows.
       move "N" to sql-overflow-flag
       move 1 to row-counter
       move spaces to query
                   move bkp-table-rows to mft-e-rows(mft-count)
                   move function trim(table-columns)
                       to mft-e-cols(mft-count)
                   move lay-version to mft-e-version(mft-count)
                   display bkp-table-rows " rows backed up to "
                       function trim(export-file-name) end-display
               else
           move spaces to mft-table-w
           move spaces to mft-rows-x
           move spaces to mft-cols-w
           move spaces to mft-version-x
           unstring manifest-record delimited by "|"
               into mft-gen-x mft-stamp-w mft-table-w
                   mft-rows-x mft-cols-w mft-version-x
           end-unstring
           if mft-count < mft-entry-max
               add 1 to mft-count
                   function numval(function trim(mft-rows-x))
               end-compute
               move mft-cols-w to mft-e-cols(mft-count)
               move 0 to mft-e-version(mft-count)
               if mft-version-x not = spaces
                   compute mft-e-version(mft-count) =
                       function numval(function trim(mft-version-x))
                   end-compute
               end-if
           else
               display "Warning: more than " mft-entry-max
                   " manifest entries - extra entries ignored"
                       "|" delimited by size
                       function trim(mft-e-cols(mft-idx))
                           delimited by size
                       "|" delimited by size
                       mft-e-version(mft-idx) delimited by size
                       into manifest-record
                   end-string
                   write manifest-record
       end-if
       .

       read-layout-registry.
       move 0 to lay-count
       open input layout-file
       if layout-status = "00"
           perform until layout-status not = "00"
               read layout-file
                   at end
                       move "10" to layout-status
                   not at end
                       perform parse-layout-record
               end-read
           end-perform
           close layout-file
       end-if
       .

       parse-layout-record.
       if layout-record(1:1) not = "#" and
          function trim(layout-record) not = spaces
           move spaces to lay-table-w
           move spaces to lay-version-x
           move spaces to lay-stamp-w
           move spaces to lay-cols-w
           unstring layout-record delimited by "|"
               into lay-table-w lay-version-x lay-stamp-w lay-cols-w
           end-unstring
           if lay-count < lay-entry-max
               add 1 to lay-count
               move lay-table-w to lay-e-table(lay-count)
               compute lay-e-version(lay-count) =
                   function numval(function trim(lay-version-x))
               end-compute
               move lay-stamp-w to lay-e-stamp(lay-count)
               move lay-cols-w to lay-e-cols(lay-count)
           else
               display "Warning: more than " lay-entry-max
                   " layout registry entries - extra entries ignored"
                   end-display
               move "10" to layout-status
           end-if
       end-if
       .

       write-layout-registry.
       open output layout-file
       if layout-status not = "00"
           display "Error: layout registry could not be written,"
               " status " layout-status end-display
           move 8 to return-code
       else
           perform varying lay-idx from 1 by 1
                   until lay-idx > lay-count
               move spaces to layout-record
               string function trim(lay-e-table(lay-idx))
                       delimited by size
                   "|" delimited by size
                   lay-e-version(lay-idx) delimited by size
                   "|" delimited by size
                   function trim(lay-e-stamp(lay-idx))
                       delimited by size
                   "|" delimited by size
                   function trim(lay-e-cols(lay-idx))
                       delimited by size
                   into layout-record
               end-string
               write layout-record
           end-perform
           close layout-file
       end-if
       .

       find-layout-entry.
       move "N" to lay-found
       move 0 to lay-version
       perform varying lay-idx from 1 by 1
               until lay-idx > lay-count or lay-found = "Y"
           if function trim(lay-e-table(lay-idx)) =
                   function trim(lay-find-table)
               move "Y" to lay-found
               move lay-e-version(lay-idx) to lay-version
           end-if
       end-perform
       if lay-found = "Y"
           subtract 1 from lay-idx end-subtract
       end-if
       .

       compare-registered-layout.
      *> table-columns holds the control-file layout; only the
      *> rule-stripped column/type list counts as a layout change
       move table-ddl to lay-new-ddl
       move table-columns to lay-save-cols
       move lay-e-cols(lay-idx) to table-columns
       perform parse-column-names
       move table-ddl to lay-reg-ddl
       move lay-save-cols to table-columns
       perform parse-column-names
       if function trim(lay-reg-ddl) = function trim(lay-new-ddl)
           move "Y" to lay-match
       else
           move "N" to lay-match
       end-if
       .

       register-table-layout.
      *> records table-columns as the live layout of lay-find-table;
      *> the version moves on when lay-bump is "Y" or the columns or
      *> types differ from the registered layout
       perform read-layout-registry
       perform find-layout-entry
       if lay-found = "N"
           if lay-count < lay-entry-max
               add 1 to lay-count
               move lay-count to lay-idx
               move lay-find-table to lay-e-table(lay-idx)
               move 1 to lay-e-version(lay-idx)
               move "Y" to lay-found
           else
               display "Error: layout registry holds more than "
                   lay-entry-max " tables" end-display
               move 8 to return-code
           end-if
       else
           perform compare-registered-layout
           if lay-bump = "Y" or lay-match = "N"
               add 1 to lay-e-version(lay-idx)
           end-if
       end-if
       if lay-found = "Y"
           move lay-e-version(lay-idx) to lay-version
           move function current-date to lay-e-stamp(lay-idx)
           move function trim(table-columns) to lay-e-cols(lay-idx)
           perform write-layout-registry
       end-if
       .

       run-restore-mode.
       perform select-restore-generation
       if rst-ready = "Y"
           perform restore-generation
       end-if
       .

       select-restore-generation.
       move "N" to rst-ready
       perform read-manifest
       if mft-count = 0
           display "Error: no backup manifest found - nothing to"

           move "N" to rst-gen-found
           move "N" to rst-mismatch
           perform read-layout-registry
           perform varying mft-idx from 1 by 1
                   until mft-idx > mft-count
               if mft-e-gen(mft-idx) = restore-gen
                   " was taken - restore refused" end-display
               move 8 to return-code
           else
               move "Y" to rst-ready
           end-if
           end-if
       end-if
           display "Table " function trim(mft-e-table(mft-idx))
               " is no longer in table_ctl.dat" end-display
       end-if
      *> generations taken before layouts were versioned carry
      *> version 0 and rely on the column comparison above
       if table-found = "Y" and mft-e-version(mft-idx) > 0
           move mft-e-table(mft-idx) to lay-find-table
           perform find-layout-entry
           if lay-version not = mft-e-version(mft-idx)
               move "Y" to rst-mismatch
               move lay-version to lay-version-disp
               display "Layout version mismatch for "
                   function trim(mft-e-table(mft-idx))
                   ": generation holds version "
                   mft-e-version(mft-idx) ", table is at version "
                   function trim(lay-version-disp) end-display
           end-if
       end-if
       .

       restore-generation.
       end-if
       .

       run-recover-mode.
       move 0 to rcv-apply-total
       move 0 to rcv-skip-total
       move 0 to rcv-fail-total
       move 0 to rcv-later-total
       perform normalize-recover-until
       if rcv-ok = "N"
           display "Error: UNTIL=" function trim(recover-until)
               " is not a date/time - use YYYY-MM-DD,"
               " YYYY-MM-DDTHH:MM[:SS] or YYYYMMDDHHMM[SS]"
               end-display
           move 8 to return-code
       else
           move 0 to rcv-skip-len
           if recover-skip-run not = spaces
               move function length(function trim(recover-skip-run))
                   to rcv-skip-len
           end-if
           perform select-restore-generation
           if rst-ready = "Y"
               perform varying mft-idx from 1 by 1
                       until mft-idx > mft-count
                   if mft-e-gen(mft-idx) = restore-gen
                       move mft-e-stamp(mft-idx) to rcv-gen-stamp
                   end-if
               end-perform
               perform recover-generation
           end-if
       end-if
       .

       normalize-recover-until.
       move "Y" to rcv-ok
       if recover-until = spaces
           move all "9" to rcv-until
           move "(end of journal)" to rcv-until-text
       else
      *> parameters are split on spaces, so the time is joined to the
      *> date with a T (2026-03-14T17:30) or the digits are run together
           move spaces to rcv-digits
           move 0 to rcv-dlen
           move "N" to rcv-until-end
           perform varying rcv-cdx from 1 by 1
                   until rcv-cdx > 20 or rcv-until-end = "Y"
               evaluate true
                   when recover-until(rcv-cdx:1) >= "0"
                           and recover-until(rcv-cdx:1) <= "9"
                       add 1 to rcv-dlen
                       move recover-until(rcv-cdx:1)
                           to rcv-digits(rcv-dlen:1)
                   when recover-until(rcv-cdx:1) = "-" or ":" or "T"
                           or "t"
                       continue
                   when recover-until(rcv-cdx:) = spaces
                       move "Y" to rcv-until-end
                   when other
                       move "N" to rcv-ok
               end-evaluate
           end-perform
           move spaces to rcv-until
           evaluate rcv-dlen
               when 8
                   string rcv-digits(1:8) delimited by size
                       "235959" delimited by size
                       into rcv-until
                   end-string
               when 12
                   string rcv-digits(1:12) delimited by size
                       "59" delimited by size
                       into rcv-until
                   end-string
               when 14
                   move rcv-digits(1:14) to rcv-until
               when other
                   move "N" to rcv-ok
           end-evaluate
           if rcv-ok = "Y"
               move spaces to rcv-until-text
               string rcv-until(1:4) delimited by size
                   "-" delimited by size
                   rcv-until(5:2) delimited by size
                   "-" delimited by size
                   rcv-until(7:2) delimited by size
                   " " delimited by size
                   rcv-until(9:2) delimited by size
                   ":" delimited by size
                   rcv-until(11:2) delimited by size
                   ":" delimited by size
                   rcv-until(13:2) delimited by size
                   into rcv-until-text
               end-string
           end-if
       end-if
       .

       recover-generation.
      *> the generation is restored and the journal replayed in one
      *> transaction; a replay entry that fails is reported and
      *> counted, a table that cannot be restored rolls back the lot
       move "sqlscreen_recover.prt" to report-file-name
       move 0 to page-count
       move lines-per-page to line-count
       open output print-file
       if print-status = "00"
           move "Y" to print-open-flag
       else
           move "N" to print-open-flag
           display "Warning: report file could not be opened, status "
               print-status " - no report written" end-display
       end-if

       move 0 to rst-table-total
       move 0 to rst-row-total
       move "N" to batch-error
       move "begin transaction;" to query
       perform ocsql-exec
       if result not = zero
           move "Y" to batch-error
       end-if

       perform varying mft-idx from 1 by 1
               until mft-idx > mft-count or batch-error = "Y"
           if mft-e-gen(mft-idx) = restore-gen
               perform restore-one-table
               if batch-error = "N"
                   perform recover-one-table
               end-if
           end-if
       end-perform

       if batch-error = "Y"
           move "rollback;" to query
           perform ocsql-exec
           display "Recovery failed - transaction rolled back"
               end-display
           move "  Recovery failed - transaction rolled back,"
               & " database unchanged" to rcv-detail
           perform write-recover-line
           move 16 to return-code
       else
           move "commit;" to query
           perform ocsql-exec
           display rst-row-total " rows restored, "
               rcv-apply-total " journal entries applied, "
               rcv-skip-total " skipped, " rcv-fail-total " failed"
               end-display
           if rcv-fail-total > 0
               move 4 to return-code
           end-if
       end-if

       if print-open-flag = "Y"
           if page-count = 0
               perform write-recover-header
           end-if
           move spaces to print-record
           write print-record
           move rst-table-total to rcv-disp
           move spaces to print-record
           string "Tables restored:          " delimited by size
               rcv-disp delimited by size
               into print-record
           end-string
           write print-record
           move rst-row-total to rcv-disp
           move spaces to print-record
           string "Rows restored:            " delimited by size
               rcv-disp delimited by size
               into print-record
           end-string
           write print-record
           move rcv-apply-total to rcv-disp
           move spaces to print-record
           string "Journal entries applied:  " delimited by size
               rcv-disp delimited by size
               into print-record
           end-string
           write print-record
           move rcv-skip-total to rcv-disp
           move spaces to print-record
           string "Journal entries skipped:  " delimited by size
               rcv-disp delimited by size
               into print-record
           end-string
           write print-record
           move rcv-fail-total to rcv-disp
           move spaces to print-record
           string "Journal entries failed:   " delimited by size
               rcv-disp delimited by size
               into print-record
           end-string
           write print-record
           move rcv-later-total to rcv-disp
           move spaces to print-record
           string "Entries after UNTIL:      " delimited by size
               rcv-disp delimited by size
               into print-record
           end-string
           write print-record
           close print-file
           display "Recovery report written to "
               function trim(report-file-name) end-display
       end-if
       .

       recover-one-table.
       move 0 to rcv-table-applied
       move 0 to rcv-table-skipped
       move 0 to rcv-table-failed
       move spaces to journal-file-name
       string function trim(table-name) delimited by size
           "_journal.dat" delimited by size
           into journal-file-name
       end-string
       open input journal-file
       if journal-status = "00"
           perform until journal-status not = "00"
               read journal-file
                   at end
                       move "10" to journal-status
                   not at end
                       perform replay-journal-entry
               end-read
           end-perform
           close journal-file
       end-if

       move rst-file-rows to rcv-disp
       move rcv-table-applied to rcv-disp2
       move rcv-table-skipped to rcv-disp3
       move rcv-table-failed to rcv-disp4
       move spaces to rcv-detail
       string "  " delimited by size
           table-name delimited by size
           " " delimited by size
           rcv-disp delimited by size
           " " delimited by size
           rcv-disp2 delimited by size
           " " delimited by size
           rcv-disp3 delimited by size
           " " delimited by size
           rcv-disp4 delimited by size
           into rcv-detail
       end-string
       perform write-recover-line
       .

       replay-journal-entry.
       if function trim(jrn-table) = function trim(table-name)
               and jrn-timestamp(1:16) > rcv-gen-stamp(1:16)
           if jrn-timestamp(1:14) > rcv-until
               add 1 to rcv-later-total
           else
               move "N" to rcv-skip-entry
               if recover-skip-mode not = spaces
                       and jrn-mode = recover-skip-mode
                   move "Y" to rcv-skip-entry
               end-if
               if rcv-skip-len > 0
                   if jrn-run-id(1:rcv-skip-len) =
                           recover-skip-run(1:rcv-skip-len)
                       move "Y" to rcv-skip-entry
                   end-if
               end-if
               if rcv-skip-entry = "Y"
                   add 1 to rcv-table-skipped
                   add 1 to rcv-skip-total
                   move "SKIPPED" to rcv-action
                   perform write-recover-entry
               else
                   if jrn-after = spaces
                       move spaces to query
                       string "delete from " delimited by size
                           function trim(table-name) delimited by size
                           " where " delimited by size
                           function trim(col-name(1)) delimited by size
                           " = " delimited by size
                           jrn-key-field delimited by size
                           ";" delimited by size
                           into query
                       end-string
                   else
                       move jrn-after to main-record
                       move jrn-key-field to key-field
                       perform build-save-query
                   end-if
                   perform ocsql-exec
                   if result = 0
                       add 1 to rcv-table-applied
                       add 1 to rcv-apply-total
                   else
                       add 1 to rcv-table-failed
                       add 1 to rcv-fail-total
                       move "FAILED" to rcv-action
                       perform write-recover-entry
                   end-if
               end-if
           end-if
       end-if
       .

       write-recover-entry.
       move jrn-timestamp to stamp-in
       perform format-stamp
       move jrn-key-field to rcv-key-disp
       move spaces to rcv-detail
       string "      " delimited by size
           rcv-action delimited by size
           " key " delimited by size
           rcv-key-disp delimited by size
           "  " delimited by size
           stamp-text delimited by size
           "  mode " delimited by size
           jrn-mode delimited by size
           " run " delimited by size
           jrn-run-id delimited by size
           into rcv-detail
       end-string
       perform write-recover-line
       .

       write-recover-line.
       if print-open-flag = "Y"
           if line-count >= lines-per-page
               if page-count > 0
                   perform write-page-footer
               end-if
               perform write-recover-header
               move 0 to line-count
           end-if
           move rcv-detail to print-record
           write print-record
           add 1 to line-count
       end-if
       .

       write-recover-header.
       add 1 to page-count
       if page-count > 1
           move x"0c" to print-record
           write print-record
       end-if
       move spaces to print-record
       move page-count to page-count-disp
       string "POINT-IN-TIME RECOVERY - Generation: " delimited by size
           bkp-gen-disp delimited by size
           "  Until: " delimited by size
           rcv-until-text delimited by size
           "  Page: " delimited by size
           page-count-disp delimited by size
           into print-record
       end-string
       write print-record
       move spaces to print-record
       if recover-skip-mode not = spaces or rcv-skip-len > 0
           string "  Skipping mode: " delimited by size
               recover-skip-mode delimited by size
               "  run: " delimited by size
               recover-skip-run delimited by size
               into print-record
           end-string
       end-if
       write print-record
       move "  Table                           Restored   Applied   Ski"
           & "pped    Failed" to print-record
       write print-record
       move "  ------------------------------ --------- --------- ----"
           & "----- ---------" to print-record
       write print-record
       .

       run-audit-mode.
       if audit-open-flag = "Y"
           close audit-file
           move result to audit-result
           move query to audit-query
           move errstr to audit-errstr
           move operator-id to audit-operator
           write audit-record
       end-if
       .

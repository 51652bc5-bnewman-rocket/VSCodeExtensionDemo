               access mode is dynamic
               record key is so-key
               file status is ws-so-status.
           select so-allocations
               assign to "so_alloc.dat"
               organization is indexed
               access mode is dynamic
               record key is alloc-key
               file status is ws-alloc-status.
           select standing-orders
               assign to "standing.dat"
               organization is indexed
               access mode is dynamic
               record key is sto-key
               file status is ws-sto-status.
           select fx-open-items
               assign to "fx_items.dat"
               organization is indexed
               access mode is dynamic
               record key is fxi-key
               file status is ws-fxi-status.
           select so-sequence
               assign to "so_seq.dat"
               organization is line sequential
               assign to "batch_restart.dat"
               organization is line sequential
               file status is ws-ckpt-status.
           select dropship-orders
               assign to "dropship.dat"
               organization is indexed
               access mode is dynamic
               record key is dsh-key
               file status is ws-dsh-status.
           select override-file
               assign to "overrides.dat"
               organization is line sequential
               file status is ws-ovr-status.
           select nightly-queue
               assign to "batch_queue.dat"
               organization is line sequential
               file status is ws-ngq-status.
           select nightly-state
               assign to "nightly_state.dat"
               organization is line sequential
               file status is ws-ngs-status.
           select nightly-log-file
               assign to "nightly_log.dat"
               organization is line sequential
               file status is ws-ngl-status.
           select closed-periods
               assign to "closed_periods.dat"
               organization is line sequential
               assign to "product_audit.dat"
               organization is line sequential
               file status is ws-audit-status.
           select invoice-file
               assign to "invoices.dat"
               organization is line sequential
               file status is ws-ivc-status.
           select invoice-sequence
               assign to "inv_seq.dat"
               organization is line sequential
               file status is ws-ivc-seq-status.
           select vendor-invoice-file
               assign to "vendinv.dat"
               organization is line sequential
               file status is ws-vi-status.
           select cash-book
               assign to "cashbook.dat"
               organization is line sequential
               file status is ws-cb-status.
           select cash-book-sequence
               assign to "cash_seq.dat"
               organization is line sequential
               file status is ws-cb-seq-status.
           select statement-history
               assign to "statements.dat"
               organization is line sequential
               file status is ws-stmt-status.
           select receipt-file
               assign to "receipts.dat"
               organization is line sequential
               file status is ws-rcv-status.
           select landed-cost-file
               assign to "landed.dat"
               organization is line sequential
               file status is ws-lc-status.
           select nrv-audit-file
               assign to "nrv_audit.dat"
               organization is line sequential
               file status is ws-nrv-status.
           select customer-po-file
               assign to "custpo.dat"
               organization is line sequential
               file status is ws-cpo-status.
           select cio-reject-file
               assign to dynamic ws-cio-reject-filename
               organization is line sequential
               file status is ws-cio-rej-status.
           select shipment-file
               assign to "shipments.dat"
               organization is line sequential
               file status is ws-shp-status.
           select shipment-sequence
               assign to "ship_seq.dat"
               organization is line sequential
               file status is ws-shp-seq-status.
           select fxrate-file
               assign to "fxrates.dat"
               organization is line sequential
               file status is ws-fxrate-status.
           select fx-realised-file
               assign to "fx_realised.dat"
               organization is line sequential
               file status is ws-fxr-status.
           select landed-cost-sequence
               assign to "landed_seq.dat"
               organization is line sequential
               file status is ws-lc-seq-status.

       data division.
       file section.
       fd sales-orders.
       copy "cpy/so_template.cpy".

       fd so-allocations.
       copy "cpy/alloc_template.cpy".

       fd standing-orders.
       copy "cpy/standing_template.cpy".

       fd fx-open-items.
       copy "cpy/fxitem_template.cpy".

       fd so-sequence.
       01 so-sequence-record pic 9(6).

         03 oldp-status pic x.

       fd old-counterparties.
       01 old-counterparty-template. *> Total length 135
         03 oldc-id pic 9(9).
         03 oldc-type pic x.
         03 oldc-name pic x(48).
         03 oldc-contact pic x(64).
         03 oldc-credit-limit pic 9(9)v99.
         03 oldc-taxable pic x.
         03 oldc-status pic x.

       fd old-layers.
       fd batch-checkpoint.
       01 ckpt-record pic x(132).

       fd dropship-orders.
       copy "cpy/dropship_template.cpy".

       fd override-file.
       copy "cpy/override_template.cpy".

       fd nightly-queue.
       01 nightly-queue-record pic x(100).

       fd nightly-state.
       01 nightly-state-record pic x(40).

       fd nightly-log-file.
       copy "cpy/nightlog_template.cpy".

       fd closed-periods.
       01 period-record pic x(40).

       fd product-audit.
       01 audit-record pic x(200).

       fd invoice-file.
       copy "cpy/invoice_template.cpy".

       fd invoice-sequence.
       01 ivc-sequence-record pic 9(6).

       fd vendor-invoice-file.
       copy "cpy/vendinv_template.cpy".

       fd cash-book.
       copy "cpy/cashbook_template.cpy".

       fd cash-book-sequence.
       01 cb-sequence-record pic 9(6).

       fd statement-history.
       01 stmt-record pic x(40).

       fd receipt-file.
       copy "cpy/receipt_template.cpy".

       fd landed-cost-file.
       copy "cpy/landed_template.cpy".

       fd nrv-audit-file.
       copy "cpy/nrv_template.cpy".

       fd customer-po-file.
       copy "cpy/custpo_template.cpy".

       fd cio-reject-file.
       01 cio-reject-record pic x(200).

       fd shipment-file.
       copy "cpy/shipment_template.cpy".

       fd shipment-sequence.
       01 shp-sequence-record pic 9(6).

       fd fxrate-file.
       01 fxrate-record pic x(40).

       fd fx-realised-file.
       copy "cpy/fxgain_template.cpy".

       fd landed-cost-sequence.
       01 lc-sequence-record pic 9(6).

       working-storage section.
       01 ws-products-status pic x(2) value "00".
         88 products-ok value "00".
       01 ws-ckpt-line-text pic x(9) value spaces.
       01 ws-ckpt-line-disp pic 9(9).

       01 ws-dsh-status pic x(2) value "00".
         88 dsh-file-ok value "00".
         88 dsh-file-missing value "35".
       01 ws-so-dropship pic x value "N".
       01 ws-dropship-location pic x(4) value "DROP".
       01 ws-dsh-answer pic x value space.
       01 ws-dsh-found pic x value "N".
       01 ws-dsh-done pic x value "N".
       01 ws-dsh-vendor pic s9(9) comp-5 value 0.
       01 ws-dsh-cost pic s9(9)v99 comp-5 value 0.
       01 ws-dsh-cost-home pic s9(9)v99 comp-5 value 0.
       01 ws-dsh-currency pic x(3) value spaces.
       01 ws-dsh-ship-to pic x(64) value spaces.
       01 ws-dsh-ship-to-entry pic x(64) value spaces.
       01 ws-dsh-po-wanted pic 9(6) value 0.
       01 ws-dsh-key-save pic x(9) value spaces.
       01 ws-dsh-ref pic x(20) value spaces.
       01 ws-dsh-note pic x(20) value spaces.
       01 ws-dsh-today pic 9(8) value 0.
       01 ws-dsh-count pic 9(9) comp-5 value 0.
       01 ws-dsh-units pic s9(9) comp-5 value 0.
       01 ws-dsh-days pic s9(9) comp-5 value 0.
       01 ws-dsh-count-disp pic z(8)9.
       01 ws-dsh-qty-disp pic -(8)9.
       01 ws-dsh-days-disp pic z(4)9.

       01 ws-ovr-status pic x(2) value "00".
         88 ovr-file-ok value "00".
       01 ws-ovr-control pic x(6) value spaces.
       01 ws-ovr-decision pic x value space.
       01 ws-ovr-product pic 9(9) value 0.
       01 ws-ovr-cpty pic 9(9) value 0.
       01 ws-ovr-qty pic s9(9) comp-5 value 0.
       01 ws-ovr-amount pic s9(9)v99 comp-5 value 0.
       01 ws-ovr-limit pic s9(11)v99 comp-5 value 0.
       01 ws-ovr-actual pic s9(11)v99 comp-5 value 0.
       01 ws-ovr-location pic x(4) value spaces.
       01 ws-ovr-source pic x(6) value spaces.
       01 ws-ovr-from-date pic 9(8) value 0.
       01 ws-ovr-to-date pic 9(8) value 0.
       01 ws-ovr-op-wanted pic x(8) value spaces.
       01 ws-ovr-op-label pic x(8) value spaces.
       01 ws-ovr-done pic x value "N".
       01 ws-ovr-count pic s9(9) comp-5 value 0.
       01 ws-ovr-pct pic s9(7)v9 comp-5 value 0.
       01 ws-ovr-pct-disp pic -(4)9.9.
       01 ws-ovr-pct-text pic x(7) value spaces.
       01 ws-ovr-qty-disp pic z(8)9.
       01 ws-ovr-amount-disp pic -(9)9.99.
       01 ws-ovr-limit-disp pic -(10)9.99.
       01 ws-ovr-actual-disp pic -(10)9.99.
       01 ws-ovr-count-disp pic z(8)9.
       01 ws-ovr-count-disp-2 pic z(8)9.
       01 ws-ovr-count-disp-3 pic z(8)9.
       01 ws-max-ovo-operators pic s9(4) comp-5 value 50.
       01 ws-ovo-count pic s9(4) comp-5 value 0.
       01 ws-ovo-slot pic s9(4) comp-5 value 0.
       01 ws-ovo-found pic s9(4) comp-5 value 0.
       01 override-operator-totals.
         03 override-operator-total occurs 50 times.
           05 ovo-operator pic x(8).
           05 ovo-granted pic s9(9) comp-5.
           05 ovo-declined pic s9(9) comp-5.
           05 ovo-refused pic s9(9) comp-5.

       01 ws-ngq-status pic x(2) value "00".
         88 ngq-file-ok value "00".
       01 ws-ngs-status pic x(2) value "00".
         88 ngs-file-ok value "00".
       01 ws-ngl-status pic x(2) value "00".
         88 ngl-file-ok value "00".
       01 ws-ngt-return-code pic s9(4) comp-5 value 0.
       01 ws-ngt-run-date pic 9(8) value 0.
       01 ws-ngt-step pic s9(4) comp-5 value 0.
       01 ws-ngt-step-count pic s9(4) comp-5 value 5.
       01 ws-ngt-log-step pic 9(2) value 0.
       01 ws-ngt-step-disp pic 9(2).
       01 ws-ngt-step-name pic x(12) value spaces.
       01 ws-ngt-restart pic x value "N".
       01 ws-ngt-failed pic x value "N".
       01 ws-ngt-state-status pic x value space.
       01 ws-ngt-log-status pic x(4) value spaces.
       01 ws-ngt-files-done pic s9(4) comp-5 value 0.
       01 ws-ngt-file-no pic s9(4) comp-5 value 0.
       01 ws-ngt-files-out pic 9(4).
       01 ws-ngt-file-disp pic z(3)9.
       01 ws-ngt-queue-done pic x value "N".
       01 ws-ngt-clock pic 9(8) value 0.
       01 ws-ngt-start-date pic 9(8) value 0.
       01 ws-ngt-start-time pic 9(6) value 0.
       01 ws-ngt-end-date pic 9(8) value 0.
       01 ws-ngt-end-time pic 9(6) value 0.
       01 ws-ngt-run-start-date pic 9(8) value 0.
       01 ws-ngt-run-start-time pic 9(6) value 0.
       01 ws-ngt-count-1 pic 9(9) comp-5 value 0.
       01 ws-ngt-count-2 pic 9(9) comp-5 value 0.
       01 ws-ngt-note pic x(40) value spaces.
       01 ws-ngt-date-text pic x(8) value spaces.
       01 ws-ngt-step-text pic x(4) value spaces.
       01 ws-ngt-files-text pic x(4) value spaces.
       01 ws-ngt-status-text pic x value space.
       01 nightly-step-table.
         03 filler pic x(12) value "VERIFY".
         03 filler pic x(12) value "BACKUP".
         03 filler pic x(12) value "BATCH INPUT".
         03 filler pic x(12) value "RECONCILE".
         03 filler pic x(12) value "GL EXPORT".
       01 nightly-step-list redefines nightly-step-table.
         03 ngt-step-name pic x(12) occurs 5 times.

       01 ws-period-status pic x(2) value "00".
         88 period-file-ok value "00".
       01 ws-check-period pic 9(6) comp-5 value 0.
       01 ws-location-status pic x(2) value "00".
         88 location-file-ok value "00".
       01 ws-default-location pic x(4) value "WH01".
       01 ws-home-currency pic x(3) value "USD".
       01 ws-location-code pic x(4) value spaces.
       01 ws-io-location pic x(4) value spaces.
       01 ws-location-found pic x value "N".
         88 batch-line-ok value "Y".

       01 ws-operator-id pic x(8) value spaces.
         88 operator-is-batch value "BATCH".
       01 ws-operator-role pic x value "O".
         88 operator-is-supervisor value "S".
       01 ws-op-status pic x(2) value "00".
       01 ws-cpty-lookup-type pic x value space.
       01 ws-cpty-lookup-name pic x(48) value spaces.
       01 ws-cpty-lookup-status pic x value space.
       01 ws-cpty-lookup-contact pic x(64) value spaces.
       01 ws-cpty-lookup-currency pic x(3) value spaces.
       01 ws-cpty-currency pic x(3) value spaces.
       01 ws-cpty-open-payables pic 9(9) comp-5 value 0.
       01 ws-cpty-report-id pic s9(9) comp-5 value 0.
       01 ws-cpty-rec-id pic s9(9) comp-5 value 0.
       01 ws-cpty-cancelled pic x value "N".
       01 ws-bkp-slot pic s9(4) comp-5 value 0.
       01 ws-bkp-done pic x value "N".
       01 ws-bkp-copied pic s9(4) comp-5 value 0.
       01 ws-bkp-failed pic s9(4) comp-5 value 0.
       01 ws-vfy-count pic s9(9) comp-5 value 0.
       01 ws-vfy-total pic s9(9) comp-5 value 0.
       01 ws-vfy-errors pic s9(4) comp-5 value 0.
       01 ws-vfy-max pic s9(9) comp-5 value 0.
       01 ws-vfy-seq pic s9(9) comp-5 value 0.
       01 ws-vfy-done pic x value "N".
       01 ws-max-backup-files pic s9(4) comp-5 value 45.
       01 backup-file-table.
         03 filler pic x(24) value "products.dat".
         03 filler pic x(24) value "inventory.dat".
         03 filler pic x(24) value "lot_trace.dat".
         03 filler pic x(24) value "history.dat".
         03 filler pic x(24) value "history_converted.dat".
         03 filler pic x(24) value "invoices.dat".
         03 filler pic x(24) value "inv_seq.dat".
         03 filler pic x(24) value "statements.dat".
         03 filler pic x(24) value "vendinv.dat".
         03 filler pic x(24) value "cashbook.dat".
         03 filler pic x(24) value "cash_seq.dat".
         03 filler pic x(24) value "so_alloc.dat".
         03 filler pic x(24) value "receipts.dat".
         03 filler pic x(24) value "landed.dat".
         03 filler pic x(24) value "landed_seq.dat".
         03 filler pic x(24) value "nrv_audit.dat".
         03 filler pic x(24) value "standing.dat".
         03 filler pic x(24) value "custpo.dat".
         03 filler pic x(24) value "shipments.dat".
         03 filler pic x(24) value "ship_seq.dat".
         03 filler pic x(24) value "fx_items.dat".
         03 filler pic x(24) value "fxrates.dat".
         03 filler pic x(24) value "fx_realised.dat".
         03 filler pic x(24) value "overrides.dat".
         03 filler pic x(24) value "dropship.dat".
       01 backup-file-list redefines backup-file-table.
         03 backup-file-name pic x(24) occurs 45 times.

       01 ws-inq-prod pic s9(9) comp-5 value 0.
       01 ws-inq-done pic x value "N".
       01 ws-inq-onhand pic s9(9) comp-5 value 0.
       01 ws-inq-onpo pic s9(9) comp-5 value 0.
       01 ws-inq-onso pic s9(9) comp-5 value 0.
       01 ws-inq-allocated pic s9(9) comp-5 value 0.
       01 ws-inq-sold pic s9(9) comp-5 value 0.
       01 ws-inq-weeks pic s9(3)v99 comp-5 value 12.86.
       01 ws-inq-weekly pic s9(7)v99 comp-5 value 0.
       01 ws-vc-best-vendor pic s9(9) comp-5 value 0.
       01 ws-vc-best-cost pic s9(9)v99 comp-5 value 0.
       01 ws-vc-best-lead pic s9(5) comp-5 value 0.
       01 ws-vc-best-home-cost pic s9(9)v99 comp-5 value 0.
       01 ws-vc-rec-home-cost pic s9(9)v99 comp-5 value 0.
       01 ws-vc-vendor-out pic 9(9).
       01 ws-vc-prod-out pic 9(9).
       01 ws-vc-cost-out pic 9(9).99.
         88 oi-file-missing value "35".
       01 ws-oi-cpty pic s9(9) comp-5 value 0.
       01 ws-oi-next-seq pic 9(9) comp-5 value 0.
       01 ws-oi-last-seq pic 9(9) comp-5 value 0.
       01 ws-oi-slot pic s9(9) comp-5 value 0.
       01 ws-oi-sign pic s9 comp-5 value 1.
       01 ws-oi-type pic x value space.
       01 ws-oi-done pic x value "N".
       01 ws-oi-shown pic 9(9) comp-5 value 0.
       01 ws-pay-type pic x value space.
       01 ws-pay-currency-answer pic x value "H".
       01 ws-pay-fx-booked pic x value "N".
       01 ws-pay-amount pic s9(9)v99 comp-5 value 0.
       01 ws-pay-remaining pic s9(9)v99 comp-5 value 0.
       01 ws-pay-take pic s9(9)v99 comp-5 value 0.
       01 ws-age-60-disp pic -(8)9.99.
       01 ws-age-90-disp pic -(8)9.99.
       01 ws-age-total-disp pic -(8)9.99.
       01 ws-oi-settled pic x value "N".
       01 ws-oi-hold-flag pic x(4) value spaces.

       01 ws-cb-status pic x(2) value "00".
         88 cb-file-ok value "00".
       01 ws-cb-seq-status pic x(2) value "00".
         88 cb-seq-ok value "00".
       01 ws-pay-reference pic x(12) value "PAYMENT".
       01 ws-cb-bank pic x(8) value "MAIN".
       01 ws-next-cb-number pic s9(9) comp-5 value 0.
       01 ws-max-existing-cb-number pic s9(9) comp-5 value 0.
       01 ws-cb-done pic x value "N".
       01 ws-cb-from-date pic 9(8) value 0.
       01 ws-cb-to-date pic 9(8) value 0.
       01 ws-cb-date-text pic x(8) value spaces.
       01 ws-cb-receipts pic s9(11)v99 comp-5 value 0.
       01 ws-cb-disbursements pic s9(11)v99 comp-5 value 0.
       01 ws-cb-count pic s9(9) comp-5 value 0.
       01 ws-cb-amount-disp pic -(10)9.99.
       01 ws-cb-kind-text pic x(4) value spaces.
       01 ws-max-cb-entries pic s9(4) comp-5 value 500.
       01 cb-entry occurs 500 times.
         03 cbe-entry-no pic s9(9) comp-5.
         03 cbe-cleared pic x.
         03 cbe-ticked pic x.
         03 cbe-record pic x(90).
       01 ws-cb-entry-count pic s9(4) comp-5 value 0.
       01 ws-cb-table-full pic x value "N".
       01 ws-cb-slot pic s9(4) comp-5 value 0.
       01 ws-cb-tick pic s9(9) comp-5 value 0.
       01 ws-cb-ticked-count pic s9(4) comp-5 value 0.
       01 ws-cb-stmt-date pic 9(8) value 0.
       01 ws-cb-stmt-balance pic s9(11)v99 comp-5 value 0.
       01 ws-cb-book-balance pic s9(11)v99 comp-5 value 0.
       01 ws-cb-out-deposits pic s9(11)v99 comp-5 value 0.
       01 ws-cb-out-checks pic s9(11)v99 comp-5 value 0.
       01 ws-cb-adjusted pic s9(11)v99 comp-5 value 0.
       01 ws-cb-difference pic s9(11)v99 comp-5 value 0.
       01 ws-cb-section-kind pic x value "R".

       01 ws-rcv-status pic x(2) value "00".
         88 rcv-file-ok value "00".
       01 ws-rcv-done pic x value "N".
       01 ws-lc-status pic x(2) value "00".
         88 lc-file-ok value "00".
       01 ws-lc-seq-status pic x(2) value "00".
         88 lc-seq-ok value "00".
       01 ws-next-lc-number pic s9(9) comp-5 value 0.
       01 ws-max-existing-lc-number pic s9(9) comp-5 value 0.
       01 ws-lc-done pic x value "N".
       01 ws-lc-mode pic x value space.
       01 ws-lc-answer pic x value space.
       01 ws-lc-charge-type pic x(3) value spaces.
       01 ws-lc-basis pic x value space.
       01 ws-lc-reference pic x(12) value spaces.
       01 ws-lc-amount pic s9(9)v99 comp-5 value 0.
       01 ws-lc-basis-total pic s9(11)v99 comp-5 value 0.
       01 ws-lc-allocated-sum pic s9(11)v99 comp-5 value 0.
       01 ws-lc-uplift pic s9(9)v99 comp-5 value 0.
       01 ws-lc-remaining pic s9(9) comp-5 value 0.
       01 ws-lc-moved pic s9(9) comp-5 value 0.
       01 ws-lc-take pic s9(9) comp-5 value 0.
       01 ws-lc-unit-add pic s9(9)v99 comp-5 value 0.
       01 ws-lc-lot-done pic x value "N".
       01 ws-lc-capitalised pic s9(11)v99 comp-5 value 0.
       01 ws-lc-expensed pic s9(11)v99 comp-5 value 0.
       01 ws-lc-gl-key pic x(4) value "LCAC".
       01 ws-lc-gl-number pic x(8) value spaces.
       01 ws-lc-gl-desc pic x(30) value spaces.
       01 ws-lc-last-number pic 9(6) value 0.
       01 ws-lc-from-date pic 9(8) value 0.
       01 ws-lc-to-date pic 9(8) value 0.
       01 ws-lc-count pic s9(9) comp-5 value 0.
       01 ws-lc-charge-count pic s9(9) comp-5 value 0.
       01 ws-lc-slot pic s9(4) comp-5 value 0.
       01 ws-lc-number-out pic 9(6).
       01 ws-lc-amount-disp pic z(8)9.99.
       01 ws-lc-basis-disp pic z(8)9.99.
       01 ws-lc-cap-disp pic z(8)9.99.
       01 ws-lc-exp-disp pic z(8)9.99.
       01 ws-lc-total-disp pic z(10)9.99.
       01 ws-lc-qty-disp pic z(8)9.
       01 ws-max-lc-lines pic s9(4) comp-5 value 200.
       01 lc-line occurs 200 times.
         03 lcl-po-number pic 9(6).
         03 lcl-po-line pic 9(3).
         03 lcl-product-id pic 9(9).
         03 lcl-location pic x(4).
         03 lcl-layer-seq pic 9(9).
         03 lcl-lot pic x(10).
         03 lcl-quantity pic s9(9) comp-5.
         03 lcl-unit-cost pic s9(9)v99 comp-5.
         03 lcl-basis pic s9(9)v99 comp-5.
         03 lcl-allocated pic s9(9)v99 comp-5.
         03 lcl-capitalised pic s9(9)v99 comp-5.
         03 lcl-expensed pic s9(9)v99 comp-5.
       01 ws-lc-line-count pic s9(4) comp-5 value 0.

       01 ws-nrv-status pic x(2) value "00".
         88 nrv-file-ok value "00".
       01 ws-nrv-default-pct pic 9(3)v99 value 10.
       01 ws-nrv-sell-pct pic s9(3)v99 comp-5 value 0.
       01 ws-nrv-gl-key pic x(4) value "NRV".
       01 ws-nrv-answer pic x value space.
       01 ws-nrv-done pic x value "N".
       01 ws-nrv-last-prod pic 9(9) value 0.
       01 ws-nrv-sell-price pic s9(9)v99 comp-5 value 0.
       01 ws-nrv-unit-value pic s9(9)v99 comp-5 value 0.
       01 ws-nrv-loss pic s9(11)v99 comp-5 value 0.
       01 ws-nrv-total-loss pic s9(11)v99 comp-5 value 0.
       01 ws-nrv-count pic s9(9) comp-5 value 0.
       01 ws-nrv-posted pic s9(9) comp-5 value 0.
       01 ws-nrv-slot pic s9(9) comp-5 value 0.
       01 ws-nrv-period pic 9(6) value 0.
       01 ws-nrv-post-date pic 9(8) value 0.
       01 ws-nrv-year pic 9(4) value 0.
       01 ws-nrv-month pic 9(2) value 0.
       01 ws-nrv-next-first pic 9(8) value 0.
       01 ws-nrv-pct-disp pic z(2)9.99.
       01 ws-nrv-qty-disp pic z(8)9.
       01 ws-nrv-cost-disp pic z(8)9.99.
       01 ws-nrv-value-disp pic z(8)9.99.
       01 ws-nrv-loss-disp pic z(10)9.99.
       01 ws-max-nrv-entries pic s9(9) comp-5 value 500.
       01 nrv-entry occurs 500 times.
         03 nrve-product-id pic 9(9).
         03 nrve-location pic x(4).
         03 nrve-seq pic 9(9).
         03 nrve-old-cost pic s9(9)v99 comp-5.
         03 nrve-new-cost pic s9(9)v99 comp-5.
         03 nrve-sell-price pic s9(9)v99 comp-5.

       01 ws-cpo-status pic x(2) value "00".
         88 cpo-file-ok value "00".
       01 ws-cio-rej-status pic x(2) value "00".
       01 ws-cio-reject-filename pic x(104) value spaces.
       01 ws-cpo-done pic x value "N".
       01 ws-cpo-so-found pic 9(6) value 0.
       01 ws-cpo-so-wanted pic 9(6) value 0.
       01 ws-cpo-ref-found pic x(20) value spaces.
       01 ws-cpo-price-found pic x value "N".
       01 ws-cpo-quoted-price pic s9(9)v99 comp-5 value 0.
       01 ws-cio-done pic x value "N".
       01 ws-cio-cust-text pic x(12) value spaces.
       01 ws-cio-ref pic x(20) value spaces.
       01 ws-cio-prod-text pic x(20) value spaces.
       01 ws-cio-qty-text pic x(12) value spaces.
       01 ws-cio-date-text pic x(12) value spaces.
       01 ws-cio-reason pic x(20) value spaces.
       01 ws-cio-customer pic 9(9) value 0.
       01 ws-cio-qty pic s9(9) comp-5 value 0.
       01 ws-cio-req-date pic 9(8) value 0.
       01 ws-cio-read pic s9(9) comp-5 value 0.
       01 ws-cio-count pic s9(9) comp-5 value 0.
       01 ws-cio-rejected pic s9(9) comp-5 value 0.
       01 ws-cio-orders pic s9(9) comp-5 value 0.
       01 ws-cio-slot pic s9(9) comp-5 value 0.
       01 ws-cio-line-slot pic s9(9) comp-5 value 0.
       01 ws-cio-count-disp pic z(8)9.
       01 ws-cio-reject-disp pic z(8)9.
       01 ws-cio-price-disp pic z(8)9.99.
       01 ws-max-cio-entries pic s9(9) comp-5 value 500.
       01 cio-entry occurs 500 times.
         03 cio-customer pic 9(9).
         03 cio-reference pic x(20).
         03 cio-product pic 9(9).
         03 cio-quantity pic s9(9).
         03 cio-req-date pic 9(8).
         03 cio-so-number pic 9(6).

       01 ws-shp-status pic x(2) value "00".
         88 shp-file-ok value "00".
       01 ws-shp-seq-status pic x(2) value "00".
         88 shp-seq-ok value "00".
       01 ws-next-shp-number pic 9(6) value 0.
       01 ws-max-existing-shp-number pic 9(6) value 0.
       01 ws-shp-done pic x value "N".
       01 ws-shp-capture pic x value "N".
       01 ws-shp-customer pic 9(9) value 0.
       01 ws-shp-location pic x(4) value spaces.
       01 ws-shp-carrier pic x(10) value spaces.
       01 ws-shp-tracking pic x(30) value spaces.
       01 ws-shp-line-qty pic s9(9) comp-5 value 0.
       01 ws-shp-units pic s9(9) comp-5 value 0.
       01 ws-shp-lines-shipped pic s9(9) comp-5 value 0.
       01 ws-shp-backorder-total pic s9(9) comp-5 value 0.
       01 ws-shp-slot pic s9(9) comp-5 value 0.
       01 ws-shp-lot-slot pic s9(9) comp-5 value 0.
       01 ws-shp-number-out pic 9(6).
       01 ws-shp-date-out pic 9(8).
       01 ws-shp-desc pic x(24) value spaces.
       01 ws-shp-lot-text pic x(10) value spaces.
       01 ws-shp-work-line pic x(132) value spaces.
       01 ws-shp-qty-out pic z(8)9.
       01 ws-shp-bo-out pic z(8)9.
       01 ws-shp-qty-disp pic z(8)9.
       01 ws-shp-units-disp pic z(8)9.
       01 ws-max-shp-lines pic s9(9) comp-5 value 100.
       01 ws-shp-line-count pic s9(9) comp-5 value 0.
       01 shp-slip-line occurs 100 times.
         03 shps-line-no pic 9(3).
         03 shps-product pic 9(9).
         03 shps-location pic x(4).
         03 shps-shipped pic s9(9) comp-5.
         03 shps-backorder pic s9(9) comp-5.
       01 ws-max-shp-lots pic s9(9) comp-5 value 300.
       01 ws-shp-lot-count pic s9(9) comp-5 value 0.
       01 shp-slip-lot occurs 300 times.
         03 shpl-line-slot pic s9(4) comp-5.
         03 shpl-lot pic x(10).
         03 shpl-quantity pic s9(9) comp-5.
         03 shpl-expiry pic 9(8).
       01 ws-shm-date pic 9(8) value 0.
       01 ws-shm-count pic s9(9) comp-5 value 0.
       01 ws-shm-slot pic s9(9) comp-5 value 0.
       01 ws-shm-found pic s9(9) comp-5 value 0.
       01 ws-shm-total-units pic s9(9) comp-5 value 0.
       01 ws-shm-carrier-ships pic s9(9) comp-5 value 0.
       01 ws-shm-carrier-units pic s9(9) comp-5 value 0.
       01 ws-shm-cust-name pic x(30) value spaces.
       01 ws-max-shm-entries pic s9(9) comp-5 value 500.
       01 shm-entry occurs 500 times.
         03 shm-number pic 9(6).
         03 shm-so-number pic 9(6).
         03 shm-customer pic 9(9).
         03 shm-location pic x(4).
         03 shm-carrier pic x(10).
         03 shm-tracking pic x(30).
         03 shm-units pic 9(9).
       01 ws-max-shm-carriers pic s9(9) comp-5 value 50.
       01 ws-shm-carrier-count pic s9(9) comp-5 value 0.
       01 ws-shm-carrier-slot pic s9(9) comp-5 value 0.
       01 shm-carrier-entry occurs 50 times.
         03 shmc-carrier pic x(10).

       01 ws-fxi-status pic x(2) value "00".
         88 fxi-file-ok value "00".
         88 fxi-file-missing value "35".
       01 ws-fxrate-status pic x(2) value "00".
         88 fxrate-ok value "00".
       01 ws-fxr-status pic x(2) value "00".
         88 fxr-file-ok value "00".
       01 ws-fx-gl-key pic x(4) value "FXGL".
       01 ws-fx-currency pic x(3) value spaces.
       01 ws-fx-date pic 9(8) value 0.
       01 ws-fx-rate pic 9(5)v9(6) comp-5 value 0.
       01 ws-fx-rate-date pic 9(8) value 0.
       01 ws-fx-rate-found pic x value "N".
       01 ws-fx-pay-rate pic 9(5)v9(6) comp-5 value 0.
       01 ws-fx-answer pic x value space.
       01 ws-fx-unit-foreign pic s9(9)v99 comp-5 value 0.
       01 ws-fx-unit-home pic s9(9)v99 comp-5 value 0.
       01 ws-fx-pay-remaining pic s9(9)v99 comp-5 value 0.
       01 ws-fx-take pic s9(9)v99 comp-5 value 0.
       01 ws-fx-home-take pic s9(9)v99 comp-5 value 0.
       01 ws-fx-home-cash pic s9(9)v99 comp-5 value 0.
       01 ws-fx-home-paid pic s9(9)v99 comp-5 value 0.
       01 ws-fx-home-relieved pic s9(9)v99 comp-5 value 0.
       01 ws-fx-gain-total pic s9(9)v99 comp-5 value 0.
       01 ws-fx-loss-total pic s9(9)v99 comp-5 value 0.
       01 ws-fx-amount-disp pic -(9)9.99.
       01 ws-fx-amount-disp-2 pic -(9)9.99.
       01 ws-fx-rate-disp pic z(4)9.9(6).
       01 ws-fxr-done pic x value "N".
       01 ws-fxr-cur-text pic x(3) value spaces.
       01 ws-fxr-date-text pic x(10) value spaces.
       01 ws-fxr-rate-text pic x(16) value spaces.
       01 ws-fxr-rec-currency pic x(3) value spaces.
       01 ws-fxr-rec-date pic 9(8) value 0.
       01 ws-fxr-rec-rate pic 9(5)v9(6) comp-5 value 0.
       01 ws-fxr-rate-out pic 9(5).9(6).
       01 ws-fxv-date pic 9(8) value 0.
       01 ws-fxv-done pic x value "N".
       01 ws-fxv-reval pic s9(11)v99 comp-5 value 0.
       01 ws-fxv-diff pic s9(11)v99 comp-5 value 0.
       01 ws-fxv-total-book pic s9(11)v99 comp-5 value 0.
       01 ws-fxv-total-reval pic s9(11)v99 comp-5 value 0.
       01 ws-fxv-slot pic s9(4) comp-5 value 0.
       01 ws-fxv-found pic s9(4) comp-5 value 0.
       01 ws-fxv-foreign-disp pic -(9)9.99.
       01 ws-fxv-book-rate-disp pic z(3)9.9(6).
       01 ws-fxv-close-rate-disp pic z(3)9.9(6).
       01 ws-fxv-book-disp pic -(9)9.99.
       01 ws-fxv-reval-disp pic -(9)9.99.
       01 ws-fxv-diff-disp pic -(9)9.99.
       01 ws-max-fxv-currencies pic s9(4) comp-5 value 20.
       01 ws-fxv-cur-count pic s9(4) comp-5 value 0.
       01 fxv-currency-totals.
         03 fxv-currency-total occurs 20 times.
           05 fxvt-currency pic x(3).
           05 fxvt-book pic s9(11)v99 comp-5.
           05 fxvt-reval pic s9(11)v99 comp-5.

       01 ws-vi-status pic x(2) value "00".
         88 vi-file-ok value "00".
       01 ws-vi-price-tolerance-pct pic s9(3)v99 comp-5 value 2.00.
       01 ws-vi-vendor pic s9(9) comp-5 value 0.
       01 ws-vi-invoice-no pic x(12) value spaces.
       01 ws-vi-po-ref pic x(12) value spaces.
       01 ws-vi-po-out pic 9(6).
       01 ws-vi-fx-seq pic 9(9) comp-5 value 0.
       01 ws-vi-fx-reference pic x(12) value spaces.
       01 ws-vi-line pic s9(9) comp-5 value 0.
       01 ws-vi-qty-billed pic s9(9) comp-5 value 0.
       01 ws-vi-price pic s9(9)v99 comp-5 value 0.
       01 ws-vi-po-price pic s9(9)v99 comp-5 value 0.
       01 ws-vi-billed-before pic s9(9) comp-5 value 0.
       01 ws-vi-qty-open pic s9(9) comp-5 value 0.
       01 ws-vi-price-diff-pct pic s9(7)v99 comp-5 value 0.
       01 ws-vi-reason pic x(5) value spaces.
       01 ws-vi-done pic x value "N".
       01 ws-vi-more pic x value "Y".
       01 ws-vi-on-file pic x value "N".
       01 ws-vi-new-oi-status pic x value "O".
       01 ws-vi-line-count pic s9(4) comp-5 value 0.
       01 ws-vi-hold-count pic s9(4) comp-5 value 0.
       01 ws-vi-variance pic s9(11)v99 comp-5 value 0.
       01 ws-vi-variance-total pic s9(11)v99 comp-5 value 0.
       01 ws-vi-qty-disp pic z(8)9.
       01 ws-vi-open-disp pic z(8)9.
       01 ws-vi-price-disp pic z(8)9.99.
       01 ws-vi-po-price-disp pic z(8)9.99.
       01 ws-vi-variance-disp pic -(9)9.99.
       01 ws-max-vi-held pic s9(4) comp-5 value 200.
       01 vi-held-entry occurs 200 times.
         03 vih-vendor pic s9(9) comp-5.
         03 vih-invoice pic x(12).
         03 vih-po pic s9(9) comp-5.
         03 vih-line pic s9(9) comp-5.
         03 vih-released pic x.
         03 vih-record pic x(113).
       01 ws-vi-held-count pic s9(4) comp-5 value 0.
       01 ws-vi-slot pic s9(4) comp-5 value 0.
       01 ws-vi-still-held pic x value "N".

       01 ws-stmt-status pic x(2) value "00".
         88 stmt-file-ok value "00".
       01 ws-stmt-date pic 9(8) value 0.
       01 ws-stmt-date-text pic x(8) value spaces.
       01 ws-stmt-last-date pic 9(8) value 0.
       01 ws-stmt-pass pic x value "T".
         88 stmt-pass-tally value "T".
         88 stmt-pass-activity value "A".
         88 stmt-pass-open value "O".
       01 ws-stmt-activity pic s9(11)v99 comp-5 value 0.
       01 ws-stmt-opening pic s9(11)v99 comp-5 value 0.
       01 ws-stmt-total pic s9(11)v99 comp-5 value 0.
       01 ws-stmt-count pic s9(9) comp-5 value 0.
       01 ws-stmt-lines pic s9(9) comp-5 value 0.
       01 ws-stmt-cpty-done pic x value "N".
       01 ws-stmt-done pic x value "N".
       01 ws-stmt-cpty-text pic x(9) value spaces.
       01 ws-stmt-rec-date-text pic x(8) value spaces.
       01 ws-stmt-amt-text pic x(16) value spaces.
       01 ws-stmt-rec-cpty pic s9(9) comp-5 value 0.
       01 ws-stmt-rec-date pic 9(8) value 0.
       01 ws-stmt-cpty-out pic 9(9).
       01 ws-stmt-amt-out pic -(10)9.99.
       01 ws-stmt-days-disp pic -(4)9.

       01 ws-so-status pic x(2) value "00".
         88 so-file-ok value "00".
         88 so-file-missing value "35".
       01 ws-so-seq-status pic x(2) value "00".
         88 so-seq-ok value "00".
       01 ws-alloc-status pic x(2) value "00".
         88 alloc-file-ok value "00".
         88 alloc-file-missing value "35".
       01 ws-alloc-location pic x(4) value spaces.
       01 ws-alloc-total pic s9(9) comp-5 value 0.
       01 ws-alloc-line-qty pic s9(9) comp-5 value 0.
       01 ws-alloc-line-location pic x(4) value spaces.
       01 ws-alloc-available pic s9(9) comp-5 value 0.
       01 ws-alloc-new-qty pic s9(9) comp-5 value 0.
       01 ws-alloc-open-qty pic s9(9) comp-5 value 0.
       01 ws-sto-status pic x(2) value "00".
         88 sto-file-ok value "00".
         88 sto-file-missing value "35".
       01 ws-sto-run-date pic 9(8) value 0.
       01 ws-sto-number pic 9(6) value 0.
       01 ws-sto-max-number pic 9(6) value 0.
       01 ws-sto-last-number pic 9(6) value 0.
       01 ws-sto-frequency pic x value space.
       01 ws-sto-next-run pic 9(8) value 0.
       01 ws-sto-end-date pic 9(8) value 0.
       01 ws-sto-entered-date pic 9(8) value 0.
       01 ws-sto-location pic x(4) value spaces.
       01 ws-sto-done pic x value "N".
       01 ws-sto-reason pic x(20) value spaces.
       01 ws-sto-new-status pic x value "A".
       01 ws-sto-roll-date pic 9(8) value 0.
       01 ws-sto-next-first pic 9(8) value 0.
       01 ws-sto-month-end pic 9(8) value 0.
       01 ws-sto-year pic 9(4) value 0.
       01 ws-sto-month pic 9(2) value 0.
       01 ws-sto-day pic 9(2) value 0.
       01 ws-sto-months pic 9(2) value 0.
       01 ws-sto-order-value pic s9(11)v99 comp-5 value 0.
       01 ws-sto-line-count pic s9(9) comp-5 value 0.
       01 ws-sto-created pic s9(9) comp-5 value 0.
       01 ws-sto-skipped pic s9(9) comp-5 value 0.
       01 ws-sto-slot pic s9(9) comp-5 value 0.
       01 ws-sto-line-slot pic s9(9) comp-5 value 0.
       01 ws-sto-number-out pic 9(6).
       01 ws-sto-cust-out pic 9(9).
       01 ws-sto-so-out pic 9(6).
       01 ws-sto-date-out pic 9(8).
       01 ws-sto-lines-disp pic z(4)9.
       01 ws-sto-qty-disp pic z(8)9.
       01 ws-sto-skip-disp pic z(8)9.
       01 ws-sto-value-disp pic z(8)9.99.
       01 ws-max-sto-due pic s9(9) comp-5 value 200.
       01 ws-sto-due-count pic s9(9) comp-5 value 0.
       01 sto-due-entry occurs 200 times.
         03 stod-number pic 9(6).
         03 stod-customer pic 9(9).
         03 stod-frequency pic x.
         03 stod-next-run pic 9(8).
         03 stod-end-date pic 9(8).
       01 ws-max-sto-lines pic s9(9) comp-5 value 50.
       01 ws-sto-gen-count pic s9(9) comp-5 value 0.
       01 sto-line-entry occurs 50 times.
         03 stol-product pic 9(9).
         03 stol-quantity pic s9(9).
         03 stol-location pic x(4).
       01 ws-alloc-found pic x value "N".
       01 ws-alloc-done pic x value "N".
       01 ws-alloc-ok pic x value "Y".
       01 ws-alloc-count pic s9(9) comp-5 value 0.
       01 ws-alloc-qty-disp pic z(8)9.
       01 ws-alloc-avail-disp pic -(8)9.
       01 ws-alloc-was-disp pic z(8)9.
       01 ws-alloc-open-disp pic z(8)9.
       01 ws-quarantine-location pic x(4) value "QUAR".
       01 ws-exp-today pic 9(8) value 0.
       01 ws-exp-today-int pic s9(9) comp-5 value 0.
       01 ws-exp-days pic s9(9) comp-5 value 0.
       01 ws-exp-count pic s9(9) comp-5 value 0.
       01 ws-exp-slot pic s9(9) comp-5 value 0.
       01 ws-exp-bucket-no pic s9(4) comp-5 value 0.
       01 ws-exp-qty pic s9(9) comp-5 value 0.
       01 ws-exp-cost pic s9(9)v99 comp-5 value 0.
       01 ws-exp-value pic s9(9)v99 comp-5 value 0.
       01 ws-exp-lot pic x(10) value spaces.
       01 ws-exp-expiry pic 9(8) value 0.
       01 ws-exp-from pic x(4) value spaces.
       01 ws-exp-moved pic s9(9) comp-5 value 0.
       01 ws-exp-total-qty pic s9(9) comp-5 value 0.
       01 ws-exp-total-value pic s9(9)v99 comp-5 value 0.
       01 ws-exp-done pic x value "N".
       01 ws-exp-answer pic x value space.
       01 ws-exp-prod-out pic 9(9).
       01 ws-exp-qty-disp pic z(8)9.
       01 ws-exp-value-disp pic z(8)9.99.
       01 ws-exp-days-disp pic -(4)9.
       01 ws-max-exp-entries pic s9(9) comp-5 value 200.
       01 exp-entry occurs 200 times.
         03 expe-product-id pic 9(9).
         03 expe-location pic x(4).
         03 expe-seq pic 9(9).
         03 expe-quantity pic s9(9) comp-5.
       01 exp-bucket-names.
         03 filler pic x(7) value "EXPIRED".
         03 filler pic x(7) value "0-30".
         03 filler pic x(7) value "31-60".
         03 filler pic x(7) value "61-90".
       01 exp-bucket-list redefines exp-bucket-names.
         03 exp-bucket-name pic x(7) occurs 4 times.
       01 exp-bucket-totals.
         03 exp-bucket-total occurs 4 times.
           05 expb-qty pic s9(9) comp-5.
           05 expb-value pic s9(9)v99 comp-5.
       01 ws-next-so-number pic 9(6) comp-5 value 0.
       01 ws-max-existing-so-number pic 9(6) comp-5 value 0.
       01 ws-so-number pic s9(9) comp-5 value 0.
       01 ws-so-found-any pic x value "N".
       01 ws-so-more pic x value "Y".

       01 ws-ivc-status pic x(2) value "00".
         88 ivc-file-ok value "00".
       01 ws-ivc-seq-status pic x(2) value "00".
         88 ivc-seq-ok value "00".
       01 ws-ivc-number pic 9(6) comp-5 value 0.
       01 ws-ivc-so-number pic 9(6) comp-5 value 0.
       01 ws-next-ivc-number pic 9(6) comp-5 value 0.
       01 ws-max-existing-ivc-number pic 9(6) comp-5 value 0.
       01 ws-ivc-number-out pic 9(6).
       01 ws-ivc-done pic x value "N".
       01 ws-ivc-found pic x value "N".
       01 ws-ivc-line-count pic s9(4) comp-5 value 0.
       01 ws-ivc-net pic s9(9)v99 comp-5 value 0.
       01 ws-ivc-tax pic s9(9)v99 comp-5 value 0.
       01 ws-ivc-subtotal pic s9(11)v99 comp-5 value 0.
       01 ws-ivc-tax-total pic s9(11)v99 comp-5 value 0.
       01 ws-ivc-from-date pic 9(8) value 0.
       01 ws-ivc-to-date pic 9(8) value 0.
       01 ws-ivc-date-text pic x(8) value spaces.
       01 ws-ivc-reg-count pic s9(9) comp-5 value 0.
       01 ws-ivc-reg-net pic s9(11)v99 comp-5 value 0.
       01 ws-ivc-reg-tax pic s9(11)v99 comp-5 value 0.
       01 ws-ivc-gl-rev pic s9(11)v99 comp-5 value 0.
       01 ws-ivc-gl-tax pic s9(11)v99 comp-5 value 0.
       01 ws-ivc-line-disp pic z(3)9.
       01 ws-ivc-qty-disp pic z(8)9.
       01 ws-ivc-price-disp pic z(8)9.99.
       01 ws-ivc-net-disp pic -(9)9.99.
       01 ws-ivc-tax-disp pic -(9)9.99.
       01 ws-ivc-total-disp pic -(10)9.99.
       01 ws-ivc-status-text pic x(4) value spaces.
       01 ws-ivc-save pic x(129) value spaces.

       01 ws-lock-status pic x(2) value "00".
         88 lock-ok value "00".
         88 lock-missing value "35".
       01 ws-glmap-key-text pic x(4) value spaces.
       01 ws-glmap-acct-text pic x(8) value spaces.
       01 ws-glmap-desc-text pic x(30) value spaces.
       01 ws-glmap-new-key pic x(4) value spaces.
       01 ws-glmap-new-record pic x(60) value spaces.
       01 ws-gl-cash-count pic 9(9) comp-5 value 0.
       01 ws-gl-landed-count pic 9(9) comp-5 value 0.
       01 ws-gl-fx-count pic 9(9) comp-5 value 0.
       01 ws-gl-dsh-count pic 9(9) comp-5 value 0.
       01 ws-gl-nrv-count pic 9(9) comp-5 value 0.

       01 ws-log-date pic 9(8).
       01 ws-log-time pic 9(8).
       01 ws-fifo-cogs pic s9(9)v99 comp-5 value 0.
       01 ws-layer-next-seq pic 9(9) comp-5 value 0.
       01 ws-newest-layer-seq pic 9(9) comp-5 value 0.
       01 ws-layer-last-seq pic 9(9) comp-5 value 0.
       01 ws-layer-direction pic x value "F".
         88 layer-fifo value "F".
         88 layer-lifo value "L".
         88 layer-fefo value "E".
       01 ws-layer-update pic x value "Y".
         88 layer-update-file value "Y".
         88 layer-tally-only value "N".
       01 ws-fefo-today pic 9(8) value 0.
       01 ws-expired-qty pic s9(9) comp-5 value 0.
       01 ws-fefo-layer-seq pic 9(9) comp-5 value 0.
       01 ws-fefo-layer-expiry pic 9(8) value 0.
       01 ws-val-layer-qty pic s9(9) comp-5 value 0.
       01 ws-val-avg-cost pic s9(9)v99 comp-5 value 0.

               perform reload-upgraded-files
               stop run
           end-if
           if ws-batch-filename = "STATEMENTS"
               move "BATCH" to ws-operator-id
               accept ws-stmt-date from date yyyymmdd
               perform run-customer-statements
               stop run
           end-if
           if ws-batch-filename = "EXPIRY"
               move "BATCH" to ws-operator-id
               perform load-pending-transactions
               perform run-expiry-sweep
               stop run
           end-if
           if ws-batch-filename = "STANDING"
               move "BATCH" to ws-operator-id
               accept ws-sto-run-date from date yyyymmdd
               perform run-standing-orders
               stop run
           end-if
           if ws-batch-filename = "NIGHTLY"
               move "BATCH" to ws-operator-id
               perform run-nightly
               move ws-ngt-return-code to return-code
               stop run
           end-if
           if ws-batch-filename not = spaces
               move "BATCH" to ws-operator-id
               perform load-pending-transactions

       inquiry-show-onhand section.
           display "On hand by location:"
           display "  LOC |QUANTITY |THRESHOLD|LAST_COUNT|"
             "ALLOCATED|AVAILABLE"
           move 0 to ws-inq-onhand ws-inq-allocated
           perform open-inventory-input
           move ws-inq-prod to inv-product-id
           move spaces to inv-location
                                   move "Y" to ws-inq-done
                               else
                                   add inv-quantity to ws-inq-onhand
                                   move inv-location to ws-io-location
                                   perform get-allocated-quantity(
                                     ws-inq-prod)
                                   add ws-alloc-total to
                                     ws-inq-allocated
                                   move ws-alloc-total to
                                     ws-alloc-qty-disp
                                   compute ws-alloc-available =
                                     inv-quantity - ws-alloc-total
                                   move ws-alloc-available to
                                     ws-alloc-avail-disp
                                   display "  " inv-location "|"
                                     inv-quantity "|"
                                     inv-reorder-threshold "|"
                                     inv-last-count-date "|"
                                     ws-alloc-qty-disp "|"
                                     ws-alloc-avail-disp
                               end-if
                       end-read
                   end-perform
           end-start
           close inventory
           display "  Total on hand: " ws-inq-onhand
           move ws-inq-allocated to ws-alloc-qty-disp
           compute ws-alloc-available = ws-inq-onhand - ws-inq-allocated
           move ws-alloc-available to ws-alloc-avail-disp
           display "  Allocated    : " ws-alloc-qty-disp
             "  Available: " ws-alloc-avail-disp
           .

       inquiry-show-layers section.
                           compute ws-poq-delta =
                             so-qty-ordered - so-qty-shipped
                           add ws-poq-delta to ws-inq-onso
                           perform get-so-line-allocation
                           move ws-alloc-line-qty to ws-alloc-qty-disp
                           display "  SO " so-number " line "
                             so-line-no " customer " so-customer-id
                             " open " ws-poq-delta
                             " allocated "
                             function trim(ws-alloc-qty-disp) " "
                             ws-alloc-line-location
                       end-if
               end-read
           end-perform
           accept ws-hist-from-date
           display "Enter To Date (yyyymmdd): "
           accept ws-hist-to-date
           perform produce-gl-export
           .

       produce-gl-export section.
      *> the interface file for ws-hist-from-date to ws-hist-to-date
           perform load-gl-accounts
           if ws-gl-account-count = 0
               display "ERROR: no account mappings on file in "
               move 0 to ws-gl-trn-count

               perform scan-history-range
               perform tally-cash-book
               perform tally-landed-costs
               perform tally-nrv-write-downs
               perform tally-fx-realised
               perform tally-drop-ships

               perform write-gl-export-file
               move "R" to ws-hist-mode
               write glmap-record
               move "TAX|2100|Sales Tax Payable" to glmap-record
               write glmap-record
               move "CASH|1000|Cash at Bank" to glmap-record
               write glmap-record
               move "LCAC|2150|Landed Cost Accrual" to glmap-record
               write glmap-record
               move "NRV|5600|Inventory Write-down" to glmap-record
               write glmap-record
               move "FXGL|7900|Exchange Gain/Loss" to glmap-record
               write glmap-record
               close glmap-file
           else
               close glmap-file
           end-perform
           close glmap-file
           perform ensure-tax-gl-account
           move "CASH" to ws-glmap-new-key
           move "CASH|1000|Cash at Bank" to ws-glmap-new-record
           perform ensure-gl-account-mapping
           move "LCAC" to ws-glmap-new-key
           move "LCAC|2150|Landed Cost Accrual" to ws-glmap-new-record
           perform ensure-gl-account-mapping
           move "NRV" to ws-glmap-new-key
           move "NRV|5600|Inventory Write-down" to ws-glmap-new-record
           perform ensure-gl-account-mapping
           move "FXGL" to ws-glmap-new-key
           move "FXGL|7900|Exchange Gain/Loss" to ws-glmap-new-record
           perform ensure-gl-account-mapping
           .

       ensure-gl-account-mapping section.
      *> as for TAX: a mapping file older than the account key in
      *> ws-glmap-new-key gets the standard mapping in
      *> ws-glmap-new-record appended, so exports stay in balance
           move 0 to ws-gl-slot
           declare i as binary-long = 1
           perform until i > ws-gl-account-count or ws-gl-slot > 0
               if gla-key(i) = ws-glmap-new-key
                   move i to ws-gl-slot
               end-if
               add 1 to i
           end-perform
           if ws-gl-slot = 0
               if ws-gl-account-count >= ws-max-gl-accounts
                   display "WARNING: glmap.dat is full - add the "
                     function trim(ws-glmap-new-record)
                     " mapping by hand or those amounts will be "
                     "dropped from exports"
               else
                   open extend glmap-file
                   move ws-glmap-new-record to glmap-record
                   write glmap-record
                   close glmap-file
                   move spaces to ws-glmap-key-text
                     ws-glmap-acct-text ws-glmap-desc-text
                   unstring ws-glmap-new-record delimited by "|"
                     into ws-glmap-key-text
                       ws-glmap-acct-text ws-glmap-desc-text
                   end-unstring
                   add 1 to ws-gl-account-count
                   move ws-glmap-key-text to
                     gla-key(ws-gl-account-count)
                   move ws-glmap-acct-text to
                     gla-number(ws-gl-account-count)
                   move ws-glmap-desc-text to
                     gla-desc(ws-gl-account-count)
                   move 0 to gla-debits(ws-gl-account-count)
                   move 0 to gla-credits(ws-gl-account-count)
                   display "NOTE: "
                     function trim(ws-glmap-new-record)
                     " added to glmap.dat"
               end-if
           end-if
           .

       ensure-tax-gl-account section.
           write gl-line
           display gl-line

           move ws-gl-cash-count to ws-gl-count-disp
           move spaces to gl-line
           string
             "CONTROL|CASH BOOK ENTRIES|" delimited by size
             ws-gl-count-disp delimited by size
             into gl-line
           end-string
           write gl-line
           display gl-line

           move ws-gl-landed-count to ws-gl-count-disp
           move spaces to gl-line
           string
             "CONTROL|LANDED COST LINES|" delimited by size
             ws-gl-count-disp delimited by size
             into gl-line
           end-string
           write gl-line
           display gl-line

           move ws-gl-nrv-count to ws-gl-count-disp
           move spaces to gl-line
           string
             "CONTROL|NRV WRITE-DOWNS|" delimited by size
             ws-gl-count-disp delimited by size
             into gl-line
           end-string
           write gl-line
           display gl-line

           move ws-gl-fx-count to ws-gl-count-disp
           move spaces to gl-line
           string
             "CONTROL|FX GAIN/LOSS LINES|" delimited by size
             ws-gl-count-disp delimited by size
             into gl-line
           end-string
           write gl-line
           display gl-line

           move ws-gl-dsh-count to ws-gl-count-disp
           move spaces to gl-line
           string
             "CONTROL|DROP-SHIP LINES|" delimited by size
             ws-gl-count-disp delimited by size
             into gl-line
           end-string
           write gl-line
           display gl-line

           move ws-gl-total-debits to ws-gl-amount-disp
           move ws-gl-total-credits to ws-gl-amount-disp-2
           move spaces to gl-line
           close pending-transactions
           .

       run-nightly section.
      *> the night job stream. Each step has to finish clean before
      *> the next one starts; the first failure stops the stream
      *> with a non-zero return code, and a rerun picks up at the
      *> failed step for the same run date
           display "Nightly Job Stream"
           move 0 to ws-ngt-return-code
           perform read-nightly-state
           move spaces to ws-ngt-note
           if ws-ngt-restart = "Y"
               display "Resuming the run of " ws-ngt-run-date
                 " at step " ws-ngt-step
               move ws-ngt-step to ws-ngt-step-disp
               string
                 "RESTART AT STEP " delimited by size
                 ws-ngt-step-disp delimited by size
                 into ws-ngt-note
               end-string
           else
               accept ws-ngt-run-date from date yyyymmdd
               move 1 to ws-ngt-step
               move 0 to ws-ngt-files-done
               move "NEW RUN" to ws-ngt-note
           end-if
           move 0 to ws-ngt-count-1 ws-ngt-count-2
           move 0 to ws-ngt-log-step
           move "RUN" to ws-ngt-step-name
           move "STRT" to ws-ngt-log-status
           accept ws-ngt-start-date from date yyyymmdd
           accept ws-ngt-clock from time
           compute ws-ngt-start-time = ws-ngt-clock / 100
           move ws-ngt-start-date to ws-ngt-run-start-date
           move ws-ngt-start-time to ws-ngt-run-start-time
           move ws-ngt-start-date to ws-ngt-end-date
           move ws-ngt-start-time to ws-ngt-end-time
           perform write-nightly-log-line

           move "N" to ws-ngt-failed
           perform until ws-ngt-step > ws-ngt-step-count
             or ws-ngt-failed = "Y"
               perform run-nightly-step
               if ws-ngt-failed = "N"
                   add 1 to ws-ngt-step
                   move 0 to ws-ngt-files-done
                   move "R" to ws-ngt-state-status
                   perform write-nightly-state
               end-if
           end-perform

           move 99 to ws-ngt-log-step
           move "RUN" to ws-ngt-step-name
           move 0 to ws-ngt-count-1 ws-ngt-count-2
           move ws-ngt-run-start-date to ws-ngt-start-date
           move ws-ngt-run-start-time to ws-ngt-start-time
           accept ws-ngt-end-date from date yyyymmdd
           accept ws-ngt-clock from time
           compute ws-ngt-end-time = ws-ngt-clock / 100
           move spaces to ws-ngt-note
           if ws-ngt-failed = "Y"
               move 8 to ws-ngt-return-code
               move "FAIL" to ws-ngt-log-status
               move ws-ngt-step to ws-ngt-step-disp
               string
                 "STOPPED AT STEP " delimited by size
                 ws-ngt-step-disp delimited by size
                 " - RERUN TO RESUME" delimited by size
                 into ws-ngt-note
               end-string
               display "NIGHTLY RUN FAILED at step " ws-ngt-step
                 " (" function trim(ngt-step-name(ws-ngt-step))
                 ") - correct the problem and rerun NIGHTLY to "
                 "resume from that step"
           else
               move "OK" to ws-ngt-log-status
               move "C" to ws-ngt-state-status
               perform write-nightly-state
               move "ALL STEPS COMPLETE" to ws-ngt-note
               display "Nightly run complete"
           end-if
           perform write-nightly-log-line
           .

       run-nightly-step section.
           move ngt-step-name(ws-ngt-step) to ws-ngt-step-name
           move ws-ngt-step to ws-ngt-log-step
           display "Nightly step " ws-ngt-step ": "
             function trim(ws-ngt-step-name)
           move "R" to ws-ngt-state-status
           perform write-nightly-state
           move 0 to ws-ngt-count-1 ws-ngt-count-2
           move spaces to ws-ngt-note
           move "N" to ws-ngt-failed
           accept ws-ngt-start-date from date yyyymmdd
           accept ws-ngt-clock from time
           compute ws-ngt-start-time = ws-ngt-clock / 100

           if ws-ngt-step = 1
               perform nightly-verify-step
           end-if
           if ws-ngt-step = 2
               perform nightly-backup-step
           end-if
           if ws-ngt-step = 3
               perform nightly-batch-step
           end-if
           if ws-ngt-step = 4
               perform nightly-recon-step
           end-if
           if ws-ngt-step = 5
               perform nightly-gl-step
           end-if

           accept ws-ngt-end-date from date yyyymmdd
           accept ws-ngt-clock from time
           compute ws-ngt-end-time = ws-ngt-clock / 100
           if ws-ngt-failed = "Y"
               move "FAIL" to ws-ngt-log-status
               move "F" to ws-ngt-state-status
               perform write-nightly-state
           else
               move "OK" to ws-ngt-log-status
           end-if
           perform write-nightly-log-line
           .

       nightly-verify-step section.
      *> records read across the masters / problems found
           perform verify-data-files
           move ws-vfy-total to ws-ngt-count-1
           move ws-vfy-errors to ws-ngt-count-2
           if ws-vfy-errors > 0
               move "Y" to ws-ngt-failed
               move "DATA FILE PROBLEMS FOUND" to ws-ngt-note
           end-if
           .

       nightly-backup-step section.
      *> files copied / copies that failed
           perform backup-data-files
           move ws-bkp-copied to ws-ngt-count-1
           move ws-bkp-failed to ws-ngt-count-2
           if ws-bkp-failed > 0
               move "Y" to ws-ngt-failed
               move "BACKUP COPY FAILED" to ws-ngt-note
           end-if
           .

       nightly-batch-step section.
      *> every input file named in batch_queue.dat, in order; lines
      *> processed / lines skipped. A file is only run once - the
      *> count done is kept in the run state, and the batch
      *> checkpoint covers a file that stopped part way
           move 0 to ws-ngt-file-no
           perform check-current-period-open
           if ws-period-ok not = "Y"
               move "Y" to ws-ngt-failed
               move "CURRENT PERIOD IS CLOSED" to ws-ngt-note
           else
               perform load-pending-transactions
               open input nightly-queue
               if not ngq-file-ok
                   close nightly-queue
                   move "NO INPUT FILES QUEUED" to ws-ngt-note
               else
                   move "N" to ws-ngt-queue-done
                   perform until ws-ngt-queue-done = "Y"
                     or ws-ngt-failed = "Y"
                       read nightly-queue
                           at end
                               move "Y" to ws-ngt-queue-done
                           not at end
                               if nightly-queue-record not = spaces
                                   add 1 to ws-ngt-file-no
                                   if ws-ngt-file-no >
                                     ws-ngt-files-done
                                       perform nightly-batch-one-file
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close nightly-queue
                   if ws-ngt-failed = "N"
      *> all taken - empty the queue for the next night
                       open output nightly-queue
                       close nightly-queue
                       move ws-ngt-file-no to ws-ngt-file-disp
                       string
                         function trim(ws-ngt-file-disp)
                           delimited by size
                         " INPUT FILE(S)" delimited by size
                         into ws-ngt-note
                       end-string
                   end-if
               end-if
           end-if
           .

       nightly-batch-one-file section.
           move function trim(nightly-queue-record) to
             ws-batch-filename
           perform run-batch-file
           if not batch-ok
               move "Y" to ws-ngt-failed
               string
                 "CANNOT OPEN " delimited by size
                 function trim(ws-batch-filename) delimited by size
                 into ws-ngt-note
               end-string
           else
               add ws-batch-processed-count to ws-ngt-count-1
               add ws-batch-skipped-count to ws-ngt-count-2
               move ws-ngt-file-no to ws-ngt-files-done
               perform write-nightly-state
           end-if
           .

       nightly-recon-step section.
      *> product/locations replayed / exceptions
           perform run-reconciliation
           move ws-recon-count to ws-ngt-count-1
           move ws-recon-exceptions to ws-ngt-count-2
           if ws-recon-exceptions > 0
               move "Y" to ws-ngt-failed
               move "STOCK DRIFT - SEE RECON REPORT" to ws-ngt-note
           end-if
           .

       nightly-gl-step section.
      *> the run date's postings; transactions / cash book entries
           move ws-ngt-run-date to ws-hist-from-date
           move ws-ngt-run-date to ws-hist-to-date
           perform produce-gl-export
           if ws-gl-account-count = 0
               move "Y" to ws-ngt-failed
               move "NO GL ACCOUNT MAPPINGS" to ws-ngt-note
           else
               move ws-gl-trn-count to ws-ngt-count-1
               move ws-gl-cash-count to ws-ngt-count-2
               if ws-gl-total-debits not = ws-gl-total-credits
                   move "Y" to ws-ngt-failed
                   move "GL FILE OUT OF BALANCE" to ws-ngt-note
               else
                   move ws-gl-filename to ws-ngt-note
               end-if
           end-if
           .

       read-nightly-state section.
      *> a run left failed (F) or cut off mid-step (R) is resumed;
      *> anything else starts a new run
           move "N" to ws-ngt-restart
           open input nightly-state
           if ngs-file-ok
               read nightly-state
                   at end
                       continue
                   not at end
                       move spaces to ws-ngt-date-text
                         ws-ngt-step-text ws-ngt-files-text
                         ws-ngt-status-text
                       unstring nightly-state-record delimited by "|"
                         into ws-ngt-date-text ws-ngt-step-text
                           ws-ngt-files-text ws-ngt-status-text
                       end-unstring
                       if (ws-ngt-status-text = "F"
                         or ws-ngt-status-text = "R")
                         and function test-numval(ws-ngt-date-text)
                           = 0
                         and function test-numval(ws-ngt-step-text)
                           = 0
                         and function test-numval(ws-ngt-files-text)
                           = 0
                           compute ws-ngt-run-date =
                             function numval(ws-ngt-date-text)
                           compute ws-ngt-step =
                             function numval(ws-ngt-step-text)
                           compute ws-ngt-files-done =
                             function numval(ws-ngt-files-text)
                           if ws-ngt-step >= 1
                             and ws-ngt-step <= ws-ngt-step-count
                               move "Y" to ws-ngt-restart
                           end-if
                       end-if
               end-read
           end-if
           close nightly-state
           .

       write-nightly-state section.
      *> run date | next step to run | input files done | status
           move ws-ngt-step to ws-ngt-step-disp
           move ws-ngt-files-done to ws-ngt-files-out
           open output nightly-state
           move spaces to nightly-state-record
           string
             ws-ngt-run-date delimited by size
             "|" delimited by size
             ws-ngt-step-disp delimited by size
             "|" delimited by size
             ws-ngt-files-out delimited by size
             "|" delimited by size
             ws-ngt-state-status delimited by size
             into nightly-state-record
           end-string
           write nightly-state-record
           close nightly-state
           .

       write-nightly-log-line section.
           move spaces to nightly-log-record
           move ws-ngt-run-date to ngl-run-date
           move ws-ngt-log-step to ngl-step-no
           move ws-ngt-step-name to ngl-step-name
           move ws-ngt-log-status to ngl-status
           move ws-ngt-start-date to ngl-start-date
           move ws-ngt-start-time to ngl-start-time
           move ws-ngt-end-date to ngl-end-date
           move ws-ngt-end-time to ngl-end-time
           move ws-ngt-count-1 to ngl-count-1
           move ws-ngt-count-2 to ngl-count-2
           move ws-ngt-note to ngl-note
           move "|" to ngl-sep-1 ngl-sep-2 ngl-sep-3 ngl-sep-4
             ngl-sep-5 ngl-sep-6 ngl-sep-7 ngl-sep-8 ngl-sep-9
             ngl-sep-10
           open extend nightly-log-file
           if not ngl-file-ok
               open output nightly-log-file
           end-if
           write nightly-log-record
           close nightly-log-file
           display nightly-log-record
           .

       run-batch-mode section.
           display "Batch Mode - reading instructions from "
             ws-batch-filename
                     batch-input-record
                   move "N" to ws-batch-line-ok
               end-if
               if batch-line-ok and buy-is-sale(purchase-record-id)
                 and ws-batch-loc-text = ws-quarantine-location
                   display "Batch line skipped - quarantined stock "
                     "cannot be sold: " batch-input-record
                   move "N" to ws-batch-line-ok
               end-if
           end-if

           if batch-line-ok
                     0 - buy-quantity(purchase-record-id)
                   perform get-inventory-quantity(
                     buy-product-id(purchase-record-id))
                   if buy-is-sale(purchase-record-id)
                       perform exclude-expired-stock(
                         buy-product-id(purchase-record-id))
                   end-if
      *> a batch sale has no supervisor to release allocated stock
                   move "Y" to ws-alloc-ok
                   if buy-is-sale(purchase-record-id)
                       perform get-allocated-quantity(
                         buy-product-id(purchase-record-id))
                       if ws-inv-quantity + ws-inv-delta <
                         ws-alloc-total
                           move "N" to ws-alloc-ok
                       end-if
                   end-if
      *> nor to let a sale take the customer past the credit limit
                   move "Y" to ws-sale-ok
                   if buy-is-sale(purchase-record-id) and inv-found
                     and ws-inv-quantity + ws-inv-delta >= 0
                     and ws-alloc-ok = "Y"
                       perform check-customer-credit
                   end-if
                   if inv-found and ws-inv-quantity + ws-inv-delta >= 0
                     and ws-alloc-ok = "Y" and ws-sale-ok = "Y"
                       if buy-is-sale(purchase-record-id)
                           perform get-product-details(
                             buy-product-id(purchase-record-id))
                           move 0 to
                             buy-unit-price(purchase-record-id)
                       end-if
                       if buy-is-sale(purchase-record-id)
                           move "E" to ws-layer-direction
                       else
                           move "F" to ws-layer-direction
                       end-if
                       move "Y" to ws-layer-update
                       move buy-type(purchase-record-id) to
                         ws-trace-type
                         buy-product-id(purchase-record-id)
                         ws-inv-delta)
                       perform stage-transaction(purchase-record-id)
                       move 0 to ws-ivc-number
                       move 0 to ws-ivc-so-number
                       perform subledger-post-staged
                       add 1 to purchase-record-id
                       add 1 to ws-batch-processed-count
                       if ws-ivc-number > 0
                           perform print-sale-invoice
                       end-if
                   else
                       if ws-sale-ok = "N"
                           continue
                       else
                        if ws-alloc-ok = "N"
                           display "Batch line skipped - would take "
                             "stock allocated to open sales orders: "
                             batch-input-record
                           perform set-sale-override-details
                           move "ALLOC" to ws-ovr-control
                           compute ws-ovr-limit =
                             ws-inv-quantity - ws-alloc-total
                           move buy-quantity(purchase-record-id) to
                             ws-ovr-actual
                           perform record-override
                        else
                           display "Batch line skipped - insufficient "
                             "stock for product "
                             buy-product-id(purchase-record-id)
                           if buy-is-sale(purchase-record-id)
                               perform set-sale-override-details
                               move "OVRSEL" to ws-ovr-control
                               move ws-inv-quantity to ws-ovr-limit
                               move buy-quantity(purchase-record-id)
                                 to ws-ovr-actual
                               perform record-override
                           end-if
                        end-if
                       end-if
                       add 1 to ws-batch-skipped-count
                   end-if
               end-if
             and buy-po-number(ws-void-id) > 0
               perform restore-po-line-on-void
           end-if
      *> a voided sale is cancelled on its invoice so the register
      *> keeps tying to what reaches the GL
           move 0 to ws-ivc-number
           if buy-is-sale(ws-void-id)
               perform void-sale-invoice
           end-if
      *> back the voided transaction's AR/AP item out of the
      *> subledger with an offsetting item
           if buy-counterparty(ws-void-id) > 0
               move -1 to ws-oi-sign
               perform open-item-from-transaction
           end-if
           move 0 to ws-ivc-number
           perform remove-pending-transaction(ws-void-id)
           display "Transaction " ws-void-id " voided."
           .
           display " - Edit Operator           (E, e)"
           display " - View Operators          (V, v)"
           display " - Activity Report         (R, r)"
           display " - Override Register       (O, o)"
           display " - Back                    (Q, q)"
           accept sub-input
           if sub-input = "A" or sub-input = "a"
           if sub-input = "R" or sub-input = "r"
               perform operator-activity-report
           end-if
           if sub-input = "O" or sub-input = "o"
               perform override-register-report
           end-if
           .

       add-operator section.
           end-if
           .

       set-sale-override-details section.
      *> the sale staged in slot purchase-record-id, valued at the
      *> product's sell price, for the override register
           perform get-product-details(
             buy-product-id(purchase-record-id))
           move buy-product-id(purchase-record-id) to ws-ovr-product
           move buy-counterparty(purchase-record-id) to ws-ovr-cpty
           move buy-quantity(purchase-record-id) to ws-ovr-qty
           compute ws-ovr-amount =
             buy-quantity(purchase-record-id) * ws-product-sell-price
           move buy-location(purchase-record-id) to ws-ovr-location
           if operator-is-batch
               move "BATCH" to ws-ovr-source
               move "R" to ws-ovr-decision
           else
               move "SELL" to ws-ovr-source
           end-if
           .

       record-override section.
      *> one line in the override register for a control that
      *> tripped: ws-ovr-control, the decision (G granted, D
      *> declined by the supervisor, R refused - no supervisor to
      *> ask), and what the control was measuring
           move spaces to override-record
           accept ovr-date from date yyyymmdd
           accept ovr-time from time
      *> a batch line is logged against the operator who submitted
      *> it; the source still shows it came from a batch file
           move ws-operator-id to ovr-operator
           if operator-is-batch
             and buy-operator-id(purchase-record-id) not = spaces
               move buy-operator-id(purchase-record-id) to
                 ovr-operator
           end-if
           move ws-ovr-control to ovr-control
           move ws-ovr-decision to ovr-decision
           move ws-ovr-product to ovr-product-id
           move ws-ovr-cpty to ovr-cpty-id
           move ws-ovr-qty to ovr-quantity
           move ws-ovr-amount to ovr-amount
           move ws-ovr-limit to ovr-limit
           move ws-ovr-actual to ovr-actual
           move ws-ovr-location to ovr-location
           move ws-ovr-source to ovr-source
           move "|" to ovr-sep-1 ovr-sep-2 ovr-sep-3 ovr-sep-4
             ovr-sep-5 ovr-sep-6 ovr-sep-7 ovr-sep-8 ovr-sep-9
             ovr-sep-10 ovr-sep-11 ovr-sep-12
           open extend override-file
           if not ovr-file-ok
               open output override-file
           end-if
           write override-record
           close override-file
           .

       override-register-report section.
           display "Supervisor Override Register"
           display "Enter From Date (yyyymmdd): "
           accept ws-ovr-from-date
           display "Enter To Date (yyyymmdd): "
           accept ws-ovr-to-date
           display "Operator ID (blank = all operators): "
           move spaces to ws-ovr-op-wanted
           accept ws-ovr-op-wanted
           move function upper-case(ws-ovr-op-wanted) to
             ws-ovr-op-wanted
           if ws-ovr-op-wanted = spaces
               move "ALL" to ws-ovr-op-label
           else
               move ws-ovr-op-wanted to ws-ovr-op-label
           end-if
           move "SUPERVISOR OVERRIDE REGISTER" to ws-rpt-title
           move "Overrides" to ws-rpt-name
           perform open-report-output

           move spaces to rpt-detail
           string
             "FROM " delimited by size
             ws-ovr-from-date delimited by size
             " TO " delimited by size
             ws-ovr-to-date delimited by size
             "  OPERATOR " delimited by size
             ws-ovr-op-label delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move "DATE    |TIME  |OPERATOR|CONTRL|D|PROD_ID  |CPTY_ID  |"
             to rpt-detail
           move "QUANTITY |AMOUNT       |LIMIT         |ACTUAL        |"
             to rpt-detail(55:)
           move "OVER%  |LOC |SOURCE" to rpt-detail(109:)
           perform put-report-line

           move 0 to ws-ovr-count ws-ovo-count
           open input override-file
           if ovr-file-ok
               move "N" to ws-ovr-done
               perform until ws-ovr-done = "Y"
                   read override-file
                       at end
                           move "Y" to ws-ovr-done
                       not at end
                           if ovr-date >= ws-ovr-from-date
                             and ovr-date <= ws-ovr-to-date
                             and (ws-ovr-op-wanted = spaces
                               or ovr-operator = ws-ovr-op-wanted)
                               perform print-override-line
                           end-if
                   end-read
               end-perform
           end-if
           close override-file

           if ws-ovr-count = 0
               move "(no overrides in the range)" to rpt-detail
               perform put-report-line
           else
               move spaces to rpt-detail
               perform put-report-line
               move "OPERATOR|GRANTED  |DECLINED |REFUSED" to
                 rpt-detail
               perform put-report-line
               move 1 to ws-ovo-slot
               perform until ws-ovo-slot > ws-ovo-count
                   move ovo-granted(ws-ovo-slot) to ws-ovr-count-disp
                   move ovo-declined(ws-ovo-slot) to
                     ws-ovr-count-disp-2
                   move ovo-refused(ws-ovo-slot) to
                     ws-ovr-count-disp-3
                   move spaces to rpt-detail
                   string
                     ovo-operator(ws-ovo-slot) delimited by size
                     "|" delimited by size
                     ws-ovr-count-disp delimited by size
                     "|" delimited by size
                     ws-ovr-count-disp-2 delimited by size
                     "|" delimited by size
                     ws-ovr-count-disp-3 delimited by size
                     into rpt-detail
                   end-string
                   perform put-report-line
                   add 1 to ws-ovo-slot
               end-perform
           end-if
           perform close-report-output
           .

       print-override-line section.
           add 1 to ws-ovr-count
           move ovr-quantity to ws-ovr-qty-disp
           move ovr-amount to ws-ovr-amount-disp
           move ovr-limit to ws-ovr-limit-disp
           move ovr-actual to ws-ovr-actual-disp
      *> how far past the limit the actual went
           move spaces to ws-ovr-pct-text
           if ovr-limit > 0
               compute ws-ovr-pct rounded =
                 (ovr-actual - ovr-limit) * 100 / ovr-limit
               move ws-ovr-pct to ws-ovr-pct-disp
               move ws-ovr-pct-disp to ws-ovr-pct-text
           end-if
           move spaces to rpt-detail
           string
             ovr-date delimited by size
             "|" delimited by size
             ovr-time(1:6) delimited by size
             "|" delimited by size
             ovr-operator delimited by size
             "|" delimited by size
             ovr-control delimited by size
             "|" delimited by size
             ovr-decision delimited by size
             "|" delimited by size
             ovr-product-id delimited by size
             "|" delimited by size
             ovr-cpty-id delimited by size
             "|" delimited by size
             ws-ovr-qty-disp delimited by size
             "|" delimited by size
             ws-ovr-amount-disp delimited by size
             "|" delimited by size
             ws-ovr-limit-disp delimited by size
             "|" delimited by size
             ws-ovr-actual-disp delimited by size
             "|" delimited by size
             ws-ovr-pct-text delimited by size
             "|" delimited by size
             ovr-location delimited by size
             "|" delimited by size
             ovr-source delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform add-override-operator-total
           .

       add-override-operator-total section.
           move 0 to ws-ovo-found
           move 1 to ws-ovo-slot
           perform until ws-ovo-slot > ws-ovo-count
             or ws-ovo-found > 0
               if ovo-operator(ws-ovo-slot) = ovr-operator
                   move ws-ovo-slot to ws-ovo-found
               end-if
               add 1 to ws-ovo-slot
           end-perform
           if ws-ovo-found = 0
               if ws-ovo-count >= ws-max-ovo-operators
                   display "WARNING: override operator table is full"
               else
                   add 1 to ws-ovo-count
                   move ws-ovo-count to ws-ovo-found
                   move ovr-operator to ovo-operator(ws-ovo-found)
                   move 0 to ovo-granted(ws-ovo-found)
                     ovo-declined(ws-ovo-found)
                     ovo-refused(ws-ovo-found)
               end-if
           end-if
           if ws-ovo-found > 0
               if ovr-granted
                   add 1 to ovo-granted(ws-ovo-found)
               end-if
               if ovr-declined
                   add 1 to ovo-declined(ws-ovo-found)
               end-if
               if ovr-refused
                   add 1 to ovo-refused(ws-ovo-found)
               end-if
           end-if
           .

       is-period-closed section.
      *> expects the yyyymm to test in ws-check-period
           move "N" to ws-period-closed
           open input closed-periods
           if period-file-ok
               declare eof as binary-char = 0
               perform until eof = 1
                   read closed-periods
                       at end
                           move 1 to eof
                       not at end
                           move spaces to ws-period-text
                           unstring period-record delimited by "|"
                             into ws-period-text
                           end-unstring
                           if ws-period-text is numeric
                             and function numval(ws-period-text) =
                               ws-check-period
                               move "Y" to ws-period-closed
                               move 1 to eof
                           end-if
                   end-read
               end-perform
           end-if
           .

       nrv-write-down-review section.
      *> lower of cost and net realisable value: every layer carried
      *> above its product's sell price less the selling-cost
      *> percentage is proposed for write-down to that value, and
      *> nothing is written down until the proposal is approved
           display "Net Realisable Value Review"
           move "N" to ws-input-ok
           perform until ws-input-ok = "Y"
               move ws-nrv-default-pct to ws-nrv-pct-disp
               display "Selling cost percentage (blank = "
                 function trim(ws-nrv-pct-disp) "): "
               move spaces to ws-numeric-input
               accept ws-numeric-input
               if ws-numeric-input = spaces
                   move ws-nrv-default-pct to ws-nrv-sell-pct
                   move "Y" to ws-input-ok
               else
                   if function test-numval(ws-numeric-input) = 0
                       compute ws-nrv-sell-pct =
                         function numval(ws-numeric-input)
                       if ws-nrv-sell-pct >= 0
                         and ws-nrv-sell-pct < 100
                           move "Y" to ws-input-ok
                       end-if
                   end-if
                   if ws-input-ok not = "Y"
                       display "Invalid entry - please enter a "
                         "percentage from 0 to 99.99"
                   end-if
               end-if
           end-perform
           perform build-nrv-proposal
           if ws-nrv-count = 0
               display "No stock is carried above net realisable "
                 "value - nothing to write down."
           else
               display "Approve and post these write-downs? (Y/N): "
               move space to ws-nrv-answer
               accept ws-nrv-answer
               if ws-nrv-answer = "Y" or ws-nrv-answer = "y"
                   perform post-nrv-write-downs
               else
                   display "Write-downs not posted."
               end-if
           end-if
           .

       build-nrv-proposal section.
      *> quarantined stock is left to the expiry write-off
           move 0 to ws-nrv-count ws-nrv-total-loss
           move 0 to ws-nrv-last-prod
           move "NRV WRITE-DOWN PROPOSAL" to ws-rpt-title
           move "NRV_Proposal" to ws-rpt-name
           perform open-report-output
           move ws-nrv-sell-pct to ws-nrv-pct-disp
           string
             "Selling cost allowance: " delimited by size
             function trim(ws-nrv-pct-disp) delimited by size
             "% of sell price" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "PROD_ID  |LOC |SEQ      |LOT       |QUANTITY |"
               delimited by size
             "UNIT COST   |NRV UNIT    |WRITE-DOWN" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform open-layers-input
           move 0 to layer-product-id
           move spaces to layer-location
           move 0 to layer-seq
           start cost-layers key >= layer-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-nrv-done
                   perform until ws-nrv-done = "Y"
                       read cost-layers next record
                           at end
                               move "Y" to ws-nrv-done
                           not at end
                               if layer-quantity > 0
                                 and layer-location not =
                                   ws-quarantine-location
                                   perform test-layer-nrv
                               end-if
                       end-read
                   end-perform
           end-start
           close cost-layers
           if ws-nrv-count = 0
               move "(no layers above net realisable value)" to
                 rpt-detail
           else
               move ws-nrv-total-loss to ws-nrv-loss-disp
               move ws-nrv-count to ws-nrv-qty-disp
               string
                 "Layers: " delimited by size
                 function trim(ws-nrv-qty-disp) delimited by size
                 "   Total write-down: " delimited by size
                 function trim(ws-nrv-loss-disp) delimited by size
                 into rpt-detail
               end-string
           end-if
           perform put-report-line
           perform close-report-output
           .

       test-layer-nrv section.
      *> products with no sell price have no market to test against
           if layer-product-id not = ws-nrv-last-prod
               move layer-product-id to ws-nrv-last-prod
               perform get-product-details(layer-product-id)
               move ws-product-sell-price to ws-nrv-sell-price
               compute ws-nrv-unit-value rounded =
                 ws-product-sell-price *
                 (100 - ws-nrv-sell-pct) / 100
           end-if
           if ws-nrv-sell-price > 0
             and layer-unit-cost > ws-nrv-unit-value
               if ws-nrv-count >= ws-max-nrv-entries
                   display "WARNING: more layers to write down than "
                     "one review handles - run the review again for "
                     "the rest"
                   move "Y" to ws-nrv-done
               else
                   add 1 to ws-nrv-count
                   move layer-product-id to
                     nrve-product-id(ws-nrv-count)
                   move layer-location to nrve-location(ws-nrv-count)
                   move layer-seq to nrve-seq(ws-nrv-count)
                   move layer-unit-cost to
                     nrve-old-cost(ws-nrv-count)
                   move ws-nrv-unit-value to
                     nrve-new-cost(ws-nrv-count)
                   move ws-nrv-sell-price to
                     nrve-sell-price(ws-nrv-count)
                   compute ws-nrv-loss = layer-quantity *
                     (layer-unit-cost - ws-nrv-unit-value)
                   add ws-nrv-loss to ws-nrv-total-loss
                   move layer-product-id to ws-exp-prod-out
                   move layer-quantity to ws-nrv-qty-disp
                   move layer-unit-cost to ws-nrv-cost-disp
                   move ws-nrv-unit-value to ws-nrv-value-disp
                   move ws-nrv-loss to ws-nrv-loss-disp
                   string
                     ws-exp-prod-out delimited by size
                     "|" delimited by size
                     layer-location delimited by size
                     "|" delimited by size
                     layer-seq delimited by size
                     "|" delimited by size
                     layer-lot delimited by size
                     "|" delimited by size
                     ws-nrv-qty-disp delimited by size
                     "|" delimited by size
                     ws-nrv-cost-disp delimited by size
                     "|" delimited by size
                     ws-nrv-value-disp delimited by size
                     "|" delimited by size
                     ws-nrv-loss-disp delimited by size
                     into rpt-detail
                   end-string
                   perform put-report-line
               end-if
           end-if
           .

       post-nrv-write-downs section.
      *> each approved layer is re-read so a layer sold down since
      *> the proposal is written down on what is left of it; the
      *> loss goes to the NRV account through the GL export
           perform acquire-exclusive-lock
           accept ws-log-date from date yyyymmdd
           accept ws-log-time from time
           if ws-nrv-period = 0
               compute ws-nrv-period = ws-log-date / 100
               move ws-log-date to ws-nrv-post-date
           end-if
           move 0 to ws-nrv-total-loss ws-nrv-posted
           move 1 to ws-nrv-slot
           perform until ws-nrv-slot > ws-nrv-count
               perform write-down-one-layer
               add 1 to ws-nrv-slot
           end-perform
           perform release-exclusive-lock
           move ws-nrv-total-loss to ws-nrv-loss-disp
           display ws-nrv-posted " layer(s) written down, loss "
             function trim(ws-nrv-loss-disp) " posted to "
             ws-nrv-gl-key
           .

       write-down-one-layer section.
           perform open-layers-io
           move nrve-product-id(ws-nrv-slot) to layer-product-id
           move nrve-location(ws-nrv-slot) to layer-location
           move nrve-seq(ws-nrv-slot) to layer-seq
           read cost-layers key is layer-key
               invalid key
                   continue
               not invalid key
                   if layer-quantity > 0
                     and layer-unit-cost > nrve-new-cost(ws-nrv-slot)
                       move spaces to nrv-audit-record
                       move ws-nrv-post-date to nrv-date
                       move ws-log-time to nrv-time
                       move ws-nrv-period to nrv-period
                       move layer-product-id to nrv-product-id
                       move layer-location to nrv-location
                       move layer-seq to nrv-layer-seq
                       move layer-quantity to nrv-quantity
                       move layer-unit-cost to nrv-old-cost
                       move nrve-new-cost(ws-nrv-slot) to nrv-new-cost
                       compute nrv-loss = layer-quantity *
                         (layer-unit-cost - nrve-new-cost(ws-nrv-slot))
                       move nrve-sell-price(ws-nrv-slot) to
                         nrv-sell-price
                       move ws-nrv-sell-pct to nrv-sell-cost-pct
                       move ws-nrv-gl-key to nrv-gl-key
                       move ws-operator-id to nrv-operator
                       move nrve-new-cost(ws-nrv-slot) to
                         layer-unit-cost
                       rewrite layer-template
                       add nrv-loss to ws-nrv-total-loss
                       add 1 to ws-nrv-posted
                       perform write-nrv-audit-record
                   end-if
           end-read
           close cost-layers
           .

       write-nrv-audit-record section.
           move "|" to nrv-sep-1 nrv-sep-2 nrv-sep-3 nrv-sep-4
             nrv-sep-5 nrv-sep-6 nrv-sep-7 nrv-sep-8 nrv-sep-9
             nrv-sep-10 nrv-sep-11 nrv-sep-12 nrv-sep-13
           open extend nrv-audit-file
           if not nrv-file-ok
               open output nrv-audit-file
           end-if
           write nrv-audit-record
           close nrv-audit-file
           .

       set-nrv-period-date section.
      *> a write-down made while closing an earlier month is dated
      *> the last day of that month so it lands in its GL export
           accept ws-log-date from date yyyymmdd
           move ws-close-period to ws-nrv-period
           if ws-close-period = ws-log-date / 100
               move ws-log-date to ws-nrv-post-date
           else
               compute ws-nrv-year = ws-close-period / 100
               compute ws-nrv-month =
                 ws-close-period - ws-nrv-year * 100
               if ws-nrv-month = 12
                   compute ws-nrv-next-first =
                     (ws-nrv-year + 1) * 10000 + 101
               else
                   compute ws-nrv-next-first =
                     ws-nrv-year * 10000 + (ws-nrv-month + 1) * 100
                     + 1
               end-if
               compute ws-nrv-post-date = function date-of-integer(
                 function integer-of-date(ws-nrv-next-first) - 1)
           end-if
           .

       close-period section.
           display "Period-End Close"
           display "Enter the period to close (yyyymm): "
                   display "Period " ws-close-period
                     " is already closed"
               else
                   display "Review stock at net realisable value "
                     "before closing? (Y/N): "
                   move space to ws-nrv-answer
                   accept ws-nrv-answer
                   if ws-nrv-answer = "Y" or ws-nrv-answer = "y"
                       perform set-nrv-period-date
                       perform nrv-write-down-review
                       move 0 to ws-nrv-period
                   end-if
      *> hold the exclusive lock across the whole close so no other
      *> session can slip a new log file in between the listing, the
      *> archive pass, and the deletes
           display " - Activity Report         (R, r)"
           display " - Enter Payment           (P, p)"
           display " - AR/AP Aging Report      (G, g)"
           display " - Customer Statements     (S, s)"
           display " - Cash Book Journal       (C, c)"
           display " - Bank Reconciliation     (B, b)"
           display " - Maintain Price Lists    (L, l)"
           display " - Exchange Rates          (X, x)"
           display " - FX Revaluation Report   (F, f)"
           display " - Back                    (Q, q)"
           accept sub-input
           if sub-input = "S" or sub-input = "s"
               perform customer-statements
           end-if
           if sub-input = "C" or sub-input = "c"
               perform cash-book-journal
           end-if
           if sub-input = "B" or sub-input = "b"
               perform bank-reconciliation
           end-if
           if sub-input = "A" or sub-input = "a"
               perform add-counterparty
           end-if
           if sub-input = "L" or sub-input = "l"
               perform maintain-price-lists
           end-if
           if sub-input = "X" or sub-input = "x"
               perform maintain-exchange-rates
           end-if
           if sub-input = "F" or sub-input = "f"
               perform fx-revaluation-report
           end-if
           .

       open-counterparties-io section.
                   move "N" to ws-cpty-taxable-answer
               end-if
           end-if
           move ws-home-currency to ws-cpty-currency
           if ws-cpty-type-answer = "V"
               display "Currency the vendor bills in (blank = "
                 ws-home-currency "): "
               perform get-valid-currency
               move ws-fx-currency to ws-cpty-currency
           end-if

           perform acquire-exclusive-lock
           perform get-next-counterparty-id
           move ws-cpty-credit-limit to cpty-credit-limit
           move ws-cpty-taxable-answer to cpty-taxable
           move "A" to cpty-status
           move ws-cpty-currency to cpty-currency
           write counterparty-template
               invalid key
                   display "ERROR: Counterparty ID " cpty-id
               display "Current Name   : " ws-cpty-lookup-name
               display "Current Status : " ws-cpty-lookup-status
               display "Current Credit Limit: " ws-oi-amount-disp
               display "Current Currency: " ws-cpty-lookup-currency
               display "Enter new Name (blank = no change): "
               move spaces to ws-cpty-name
               accept ws-cpty-name
               display "Taxable? (Y/N, blank = no change): "
               move space to ws-cpty-taxable-answer
               accept ws-cpty-taxable-answer
               move spaces to ws-cpty-currency
               if ws-cpty-lookup-type = "V"
                   display "Currency (blank = no change): "
                   move "N" to ws-input-ok
                   perform until ws-input-ok = "Y"
                       move spaces to ws-cpty-currency
                       accept ws-cpty-currency
                       move function upper-case(ws-cpty-currency)
                         to ws-cpty-currency
                       if ws-cpty-currency = spaces
                         or (ws-cpty-currency is alphabetic
                         and ws-cpty-currency(3:1) not = space)
                           move "Y" to ws-input-ok
                       else
                           display "Invalid entry - please enter a "
                             "three-letter currency code: "
                       end-if
                   end-perform
               end-if
               display "Set Status (A=Active, I=Inactive, "
                 "blank=no change): "
               accept ws-status-answer
                     or ws-cpty-taxable-answer = "n"
                       move "N" to cpty-taxable
                   end-if
      *> payables already booked are settled in the currency they
      *> were raised in, so the currency stays put until they clear
                   if ws-cpty-currency not = spaces
                       if cpty-currency = spaces
                           move ws-home-currency to cpty-currency
                       end-if
                   end-if
                   if ws-cpty-currency not = spaces
                     and ws-cpty-currency not = cpty-currency
                       perform count-open-payables
                       if ws-cpty-open-payables > 0
                           display "Vendor has "
                             ws-cpty-open-payables " open payable(s)"
                             " - currency left as " cpty-currency
                       else
                           move ws-cpty-currency to cpty-currency
                       end-if
                   end-if
                   if ws-status-answer = "A" or ws-status-answer = "a"
                       move "A" to cpty-status
                   end-if
           perform release-exclusive-lock
           .

       count-open-payables section.
      *> payables with anything still open for counterparty
      *> ws-cpty-id, into ws-cpty-open-payables
           move 0 to ws-cpty-open-payables
           perform open-open-items-input
           move ws-cpty-id to oi-cpty-id
           move 0 to oi-item-seq
           start open-items key >= oi-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-oi-done
                   perform until ws-oi-done = "Y"
                       read open-items next record
                           at end
                               move "Y" to ws-oi-done
                           not at end
                               if oi-cpty-id not = ws-cpty-id
                                   move "Y" to ws-oi-done
                               else
                                   if oi-payable
                                     and oi-open-amount not = 0
                                       add 1 to ws-cpty-open-payables
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           close open-items
           .

       view-counterparties section.
           move "CPTY_ID" to chdr-id
           move "TYPE" to chdr-type
       get-counterparty-details section (t-lookup-id as binary-long).
           move "N" to ws-cpty-found
           move spaces to ws-cpty-lookup-type ws-cpty-lookup-name
             ws-cpty-lookup-status ws-cpty-lookup-contact
           move 0 to ws-cpty-lookup-limit
           move "N" to ws-cpty-lookup-taxable
           move ws-home-currency to ws-cpty-lookup-currency
           perform open-counterparties-input
           move t-lookup-id to cpty-id
           read counterparties key is cpty-id
               not invalid key
                   move cpty-type to ws-cpty-lookup-type
                   move cpty-name to ws-cpty-lookup-name
                   move cpty-contact to ws-cpty-lookup-contact
                   move cpty-status to ws-cpty-lookup-status
                   move cpty-credit-limit to ws-cpty-lookup-limit
                   if cpty-is-taxable
                       move "Y" to ws-cpty-lookup-taxable
                   end-if
                   if cpty-currency not = spaces
                       move cpty-currency to ws-cpty-lookup-currency
                   end-if
                   move "Y" to ws-cpty-found
           end-read
           close counterparties
               move "P" to ws-oi-type
               compute ws-oi-amount = 0 - buy-cogs(ws-oi-slot)
           end-if
      *> every sale is billed on a numbered invoice, cash sales
      *> included, so the invoice register ties to the revenue
           if buy-is-sale(ws-oi-slot) and ws-oi-sign > 0
               perform record-invoice-line
           end-if
           if ws-oi-type not = space
             and buy-counterparty(ws-oi-slot) > 0
             and ws-oi-amount not = 0
               compute ws-oi-amount = ws-oi-sign * ws-oi-amount
               move buy-counterparty(ws-oi-slot) to ws-oi-cpty
               move spaces to ws-oi-reference
               move ws-ivc-number to ws-ivc-number-out
               if ws-oi-sign < 0
                   if buy-is-sale(ws-oi-slot) and ws-ivc-number > 0
                       string
                         "VOID " delimited by size
                         ws-ivc-number-out delimited by size
                         into ws-oi-reference
                       end-string
                   else
                       string
                         "VOID " delimited by size
                         buy-type(ws-oi-slot) delimited by size
                         into ws-oi-reference
                       end-string
                   end-if
               else
                   if buy-is-sale(ws-oi-slot)
                       string
                         "INV " delimited by size
                         ws-ivc-number-out delimited by size
                         into ws-oi-reference
                       end-string
                   else
      *> a PO receipt is referenced by its PO so the vendor's
      *> invoice can be matched to it and held
                    if buy-is-purchase(ws-oi-slot)
                      and buy-po-number(ws-oi-slot) > 0
                       move buy-po-number(ws-oi-slot) to ws-vi-po-out
                       string
                         "PO " delimited by size
                         ws-vi-po-out delimited by size
                         into ws-oi-reference
                       end-string
                    else
                       string
                         buy-type(ws-oi-slot) delimited by size
                         " " delimited by size
                         buy-date(ws-oi-slot) delimited by size
                         into ws-oi-reference
                       end-string
                    end-if
                   end-if
               end-if
               perform create-open-item
           end-if
           accept oi-item-date from date yyyymmdd
           move ws-oi-reference to oi-reference
           move ws-oi-amount to oi-original-amount
      *> a settled item is history only - it records money that has
      *> already been applied and never carries an open amount
           if ws-oi-settled = "Y"
               move 0 to oi-open-amount
               move "C" to oi-item-status
           else
               move ws-oi-amount to oi-open-amount
               move "O" to oi-item-status
           end-if
           move oi-item-seq to ws-oi-last-seq
           write openitem-template
               invalid key
                   display "ERROR: unable to write open item for "
                                         ws-oi-amount-disp
                                       move oi-open-amount to
                                         ws-oi-amount-disp-2
                                       move spaces to ws-oi-hold-flag
                                       if oi-item-held
                                           move "HELD" to
                                             ws-oi-hold-flag
                                       end-if
                                       display
                                         oi-item-seq "|"
                                         oi-item-date "|"
                                         oi-reference "|"
                                         ws-oi-amount-disp "|"
                                         ws-oi-amount-disp-2 " "
                                         ws-oi-hold-flag
                                   end-if
                               end-if
                       end-read
               display "Open balance for "
                 function trim(ws-cpty-lookup-name) ": "
                 ws-oi-amount-disp
      *> a foreign vendor may still hold payables booked in home
      *> currency (direct and batch purchases), which are paid in
      *> home currency
               move "H" to ws-pay-currency-answer
               if ws-pay-type = "P"
                 and ws-cpty-lookup-currency not = spaces
                 and ws-cpty-lookup-currency not = ws-home-currency
                   display "Pay in " ws-cpty-lookup-currency
                     " or " ws-home-currency "? (F = "
                     ws-cpty-lookup-currency ", H = "
                     ws-home-currency ", blank = F): "
                   move space to ws-pay-currency-answer
                   accept ws-pay-currency-answer
                   if ws-pay-currency-answer = "H"
                     or ws-pay-currency-answer = "h"
                       move "H" to ws-pay-currency-answer
                       display "Only payables booked in "
                         ws-home-currency " are settled by this "
                         "payment"
                   else
                       move "F" to ws-pay-currency-answer
                   end-if
               end-if
               if ws-pay-currency-answer = "F"
                   perform enter-foreign-payment
               else
                   perform list-open-items
                   perform get-valid-payment-amount
                   if ws-pay-amount > 0
                       perform get-cash-book-details
                       perform apply-payment
                       perform record-cash-book-entry
                   end-if
               end-if
           end-if
           .

       enter-foreign-payment section.
      *> a vendor billed in its own currency is paid in that
      *> currency at today's rate; the difference from the rate each
      *> payable was booked at is realised exchange gain or loss
           move ws-cpty-lookup-currency to ws-fx-currency
           perform list-fx-open-items
           display "Payment in " ws-fx-currency " - "
             "enter the amount in " ws-fx-currency
           perform get-valid-payment-amount
           if ws-pay-amount > 0
               accept ws-fx-date from date yyyymmdd
               perform get-posting-rate
               move ws-fx-rate to ws-fx-pay-rate
               perform get-cash-book-details
               perform apply-foreign-payment
               move ws-fx-home-paid to ws-pay-amount
               perform record-cash-book-entry
           end-if
           .

       list-fx-open-items section.
      *> ws-oi-cpty's payables still open in the vendor's currency
           display "SEQ      |DATE    |REFERENCE   |CUR|"
             "FOREIGN OPEN|BOOK RATE   |HOME OPEN"
           move 0 to ws-oi-shown
           perform open-fxitem-input
           perform open-open-items-input
           move ws-oi-cpty to oi-cpty-id
           move 0 to oi-item-seq
           start open-items key >= oi-key
               not invalid key
                   move "N" to ws-oi-done
                   perform until ws-oi-done = "Y"
                       read open-items next record
                           at end
                               move "Y" to ws-oi-done
                               if oi-cpty-id not = ws-oi-cpty
                                   move "Y" to ws-oi-done
                               else
                                   if oi-payable
                                     and oi-open-amount not = 0
                                       perform show-fx-open-item
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           close open-items
           close fx-open-items
           if ws-oi-shown = 0
               display "(no open items)"
           end-if
           .

       show-fx-open-item section.
           add 1 to ws-oi-shown
           move spaces to ws-oi-hold-flag
           if oi-item-held
               move "HELD" to ws-oi-hold-flag
           end-if
           move oi-key to fxi-key
           read fx-open-items key is fxi-key
               invalid key
                   move oi-open-amount to ws-oi-amount-disp-2
                   display oi-item-seq "|" oi-item-date "|"
                     oi-reference "|" ws-home-currency "|"
                     "            |            |"
                     ws-oi-amount-disp-2 " " ws-oi-hold-flag
               not invalid key
                   move fxi-foreign-open to ws-fx-amount-disp
                   move fxi-rate to ws-fx-rate-disp
                   move oi-open-amount to ws-oi-amount-disp-2
                   display oi-item-seq "|" oi-item-date "|"
                     oi-reference "|" fxi-currency "|"
                     ws-fx-amount-disp "|" ws-fx-rate-disp "|"
                     ws-oi-amount-disp-2 " " ws-oi-hold-flag
           end-read
           .

       apply-foreign-payment section.
      *> applies the ws-pay-amount of vendor currency oldest-first
      *> to ws-oi-cpty's open payables held in ws-fx-currency. Each
      *> item is relieved at the home value it was booked at and the
      *> cash is valued at ws-fx-pay-rate. Payables booked in the
      *> home currency are left for a home-currency payment.
           move ws-pay-amount to ws-fx-pay-remaining
           move 0 to ws-fx-home-paid ws-fx-home-relieved
           move 0 to ws-fx-gain-total ws-fx-loss-total
           perform acquire-exclusive-lock
           perform open-fxitem-io
           perform open-open-items-io
           move ws-oi-cpty to oi-cpty-id
           move 0 to oi-item-seq
           start open-items key >= oi-key
               not invalid key
                   move "N" to ws-oi-done
                   perform until ws-oi-done = "Y"
                     or ws-fx-pay-remaining = 0
                       read open-items next record
                           at end
                               move "Y" to ws-oi-done
                               if oi-cpty-id not = ws-oi-cpty
                                   move "Y" to ws-oi-done
                               else
                                   perform apply-foreign-to-item
                               end-if
                       end-read
                   end-perform
           end-start
           close open-items
           close fx-open-items
           perform release-exclusive-lock

           move ws-fx-home-relieved to ws-oi-amount-disp
           move ws-fx-home-paid to ws-oi-amount-disp-2
           display "Relieved " ws-oi-amount-disp " of payables for "
             ws-oi-amount-disp-2 " " ws-home-currency " paid"
           if ws-fx-gain-total > 0
               move ws-fx-gain-total to ws-oi-amount-disp
               display "Realised exchange gain " ws-oi-amount-disp
           end-if
           if ws-fx-loss-total > 0
               move ws-fx-loss-total to ws-oi-amount-disp
               display "Realised exchange loss " ws-oi-amount-disp
           end-if
           if ws-fx-home-paid > 0
               move "P" to ws-oi-type
               compute ws-oi-amount = 0 - ws-fx-home-paid
               move ws-pay-reference to ws-oi-reference
               move "Y" to ws-oi-settled
               perform create-open-item
               move "N" to ws-oi-settled
           end-if
      *> what is left over stays on file as a vendor-currency
      *> credit at today's rate
           if ws-fx-pay-remaining > 0
               compute ws-fx-home-take rounded =
                 ws-fx-pay-remaining * ws-fx-pay-rate
               move "P" to ws-oi-type
               compute ws-oi-amount = 0 - ws-fx-home-take
               move ws-pay-reference to ws-oi-reference
               perform create-open-item
               perform open-fxitem-io
               move ws-oi-cpty to fxi-cpty-id
               move ws-oi-last-seq to fxi-item-seq
               move ws-fx-currency to fxi-currency
               move ws-fx-pay-rate to fxi-rate
               move ws-fx-date to fxi-rate-date
               compute fxi-foreign-original = 0 - ws-fx-pay-remaining
               move fxi-foreign-original to fxi-foreign-open
               move ws-oi-amount to fxi-home-original
               write fxitem-template
                   invalid key
                       rewrite fxitem-template
               end-write
               close fx-open-items
               add ws-fx-home-take to ws-fx-home-paid
               move ws-fx-pay-remaining to ws-fx-amount-disp
               display "Unapplied " ws-fx-currency " "
                 ws-fx-amount-disp " kept on file as a credit"
           end-if
           .

       apply-foreign-to-item section.
           if oi-payable and oi-open-amount > 0
             and not oi-item-held
               move oi-key to fxi-key
               read fx-open-items key is fxi-key
                   invalid key
                       continue
                   not invalid key
                       if fxi-currency = ws-fx-currency
                         and fxi-foreign-open > 0
                           perform settle-foreign-item
                       end-if
               end-read
           end-if
           .

       settle-foreign-item section.
      *> the final payment on an item takes whatever home value is
      *> left on it so no rounding residue stays open
           if fxi-foreign-open <= ws-fx-pay-remaining
               move fxi-foreign-open to ws-fx-take
               move oi-open-amount to ws-fx-home-take
           else
               move ws-fx-pay-remaining to ws-fx-take
               compute ws-fx-home-take rounded =
                 ws-fx-take * fxi-rate
               if ws-fx-home-take > oi-open-amount
                   move oi-open-amount to ws-fx-home-take
               end-if
           end-if
           compute ws-fx-home-cash rounded =
             ws-fx-take * ws-fx-pay-rate
           subtract ws-fx-take from fxi-foreign-open
           subtract ws-fx-take from ws-fx-pay-remaining
           subtract ws-fx-home-take from oi-open-amount
           if oi-open-amount = 0
               move "C" to oi-item-status
           end-if
           rewrite openitem-template
           rewrite fxitem-template
           add ws-fx-home-take to ws-fx-home-relieved
           add ws-fx-home-cash to ws-fx-home-paid
           perform write-fx-realised-record
           .

       write-fx-realised-record section.
           move spaces to fx-realised-record
           accept fxr-date from date yyyymmdd
           move fxi-cpty-id to fxr-cpty-id
           move fxi-item-seq to fxr-item-seq
           move fxi-currency to fxr-currency
           move ws-fx-take to fxr-foreign-amount
           move fxi-rate to fxr-book-rate
           move ws-fx-pay-rate to fxr-pay-rate
           move ws-fx-home-take to fxr-home-booked
           move ws-fx-home-cash to fxr-home-paid
      *> a payable settled for less home currency than it was
      *> booked at is a gain
           if ws-fx-home-take >= ws-fx-home-cash
               move "G" to fxr-result
               compute fxr-amount = ws-fx-home-take - ws-fx-home-cash
               add fxr-amount to ws-fx-gain-total
           else
               move "L" to fxr-result
               compute fxr-amount = ws-fx-home-cash - ws-fx-home-take
               add fxr-amount to ws-fx-loss-total
           end-if
           move ws-pay-reference to fxr-reference
           move ws-operator-id to fxr-operator
           move "|" to fxr-sep-1 fxr-sep-2 fxr-sep-3 fxr-sep-4
             fxr-sep-5 fxr-sep-6 fxr-sep-7 fxr-sep-8 fxr-sep-9
             fxr-sep-10 fxr-sep-11 fxr-sep-12
           if fxr-amount > 0
               open extend fx-realised-file
               if not fxr-file-ok
                   open output fx-realised-file
               end-if
               write fx-realised-record
               close fx-realised-file
           end-if
           .

       tally-fx-realised section.
      *> exchange differences realised in the export range. The
      *> cash book has already posted AP at the cash paid, so a gain
      *> takes AP up to the value booked and a loss takes it back
           move 0 to ws-gl-fx-count
           open input fx-realised-file
           if fxr-file-ok
               move "N" to ws-fxr-done
               perform until ws-fxr-done = "Y"
                   read fx-realised-file
                       at end
                           move "Y" to ws-fxr-done
                       not at end
                           if fxr-date >= ws-hist-from-date
                             and fxr-date <= ws-hist-to-date
                               perform tally-fx-realised-line
                           end-if
                   end-read
               end-perform
           end-if
           close fx-realised-file
           .

       tally-fx-realised-line section.
           add 1 to ws-gl-fx-count
           if fxr-gain
               move fxr-amount to ws-gl-debit-amt
               move 0 to ws-gl-credit-amt
               move "AP" to ws-gl-key
               perform post-gl-amount
               move 0 to ws-gl-debit-amt
               move fxr-amount to ws-gl-credit-amt
               move ws-fx-gl-key to ws-gl-key
               perform post-gl-amount
           else
               move fxr-amount to ws-gl-debit-amt
               move 0 to ws-gl-credit-amt
               move ws-fx-gl-key to ws-gl-key
               perform post-gl-amount
               move 0 to ws-gl-debit-amt
               move fxr-amount to ws-gl-credit-amt
               move "AP" to ws-gl-key
               perform post-gl-amount
           end-if
           .

       tally-drop-ships section.
      *> drop-ship lines confirmed in the export range never pass
      *> through stock: the sale is billed as any other and the
      *> vendor's cost goes straight to cost of sales against AP
           move 0 to ws-gl-dsh-count
           perform open-dropship-input
           move "N" to ws-dsh-done
           perform until ws-dsh-done = "Y"
               read dropship-orders next record
                   at end
                       move "Y" to ws-dsh-done
                   not at end
                       if dsh-confirmed
                         and dsh-confirm-date >= ws-hist-from-date
                         and dsh-confirm-date <= ws-hist-to-date
                           perform tally-drop-ship-line
                       end-if
               end-read
           end-perform
           close dropship-orders
           .

       tally-drop-ship-line section.
           add 1 to ws-gl-dsh-count
           compute ws-gl-debit-amt = dsh-sale-net + dsh-sale-tax
           move 0 to ws-gl-credit-amt
           move "AR" to ws-gl-key
           perform post-gl-amount
           move 0 to ws-gl-debit-amt
           move dsh-sale-net to ws-gl-credit-amt
           move "REV" to ws-gl-key
           perform post-gl-amount
           if dsh-sale-tax not = 0
               move 0 to ws-gl-debit-amt
               move dsh-sale-tax to ws-gl-credit-amt
               move "TAX" to ws-gl-key
               perform post-gl-amount
           end-if
           move dsh-cost-home to ws-gl-debit-amt
           move 0 to ws-gl-credit-amt
           move "COGS" to ws-gl-key
           perform post-gl-amount
           move 0 to ws-gl-debit-amt
           move dsh-cost-home to ws-gl-credit-amt
           move "AP" to ws-gl-key
           perform post-gl-amount
           .

       fx-revaluation-report section.
      *> open vendor-currency payables restated at the rate in force
      *> on the revaluation date; nothing is posted
           display "Foreign Currency Payables Revaluation"
           display "Revaluation date (yyyymmdd, blank = today): "
           perform get-fx-date
           move ws-fx-date to ws-fxv-date
           move "FX PAYABLES REVALUATION" to ws-rpt-title
           move "FX_Revaluation" to ws-rpt-name
           perform open-report-output
           string
             "Open payables revalued at rates in force on "
               delimited by size
             ws-fxv-date delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "VENDOR   |SEQ      |CUR|FOREIGN OPEN |BOOK RATE  |"
               delimited by size
             "BOOK VALUE   |CLOSE RATE |REVALUED     |GAIN/(LOSS)"
               delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 0 to ws-fxv-cur-count
           initialize fxv-currency-totals
           move 0 to ws-fxv-total-book ws-fxv-total-reval
           perform open-open-items-input
           perform open-fxitem-input
           move "N" to ws-fxv-done
           perform until ws-fxv-done = "Y"
               read fx-open-items next record
                   at end
                       move "Y" to ws-fxv-done
                   not at end
                       if fxi-foreign-open not = 0
                           perform revalue-fx-item
                       end-if
               end-read
           end-perform
           close fx-open-items
           close open-items
           perform put-report-line
           move 1 to ws-fxv-slot
           perform until ws-fxv-slot > ws-fxv-cur-count
               move fxvt-book(ws-fxv-slot) to ws-fxv-book-disp
               move fxvt-reval(ws-fxv-slot) to ws-fxv-reval-disp
               compute ws-fxv-diff =
                 fxvt-book(ws-fxv-slot) - fxvt-reval(ws-fxv-slot)
               move ws-fxv-diff to ws-fxv-diff-disp
               string
                 "Total " delimited by size
                 fxvt-currency(ws-fxv-slot) delimited by size
                 "  book " delimited by size
                 ws-fxv-book-disp delimited by size
                 "  revalued " delimited by size
                 ws-fxv-reval-disp delimited by size
                 "  gain/(loss) " delimited by size
                 ws-fxv-diff-disp delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               add 1 to ws-fxv-slot
           end-perform
           move ws-fxv-total-book to ws-fxv-book-disp
           move ws-fxv-total-reval to ws-fxv-reval-disp
           compute ws-fxv-diff = ws-fxv-total-book - ws-fxv-total-reval
           move ws-fxv-diff to ws-fxv-diff-disp
           string
             "All currencies  book " delimited by size
             ws-fxv-book-disp delimited by size
             "  revalued " delimited by size
             ws-fxv-reval-disp delimited by size
             "  gain/(loss) " delimited by size
             ws-fxv-diff-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform close-report-output
           .

       revalue-fx-item section.
      *> the book value is what the open item still carries in
      *> home currency; an item already cleared is skipped
           move fxi-key to oi-key
           read open-items key is oi-key
               invalid key
                   move 0 to oi-open-amount
           end-read
           if oi-open-amount not = 0
               move fxi-currency to ws-fx-currency
               move ws-fxv-date to ws-fx-date
               perform lookup-exchange-rate
               move fxi-foreign-open to ws-fxv-foreign-disp
               move fxi-rate to ws-fxv-book-rate-disp
               move oi-open-amount to ws-fxv-book-disp
               if ws-fx-rate-found = "N"
                   string
                     fxi-cpty-id delimited by size
                     "|" delimited by size
                     fxi-item-seq delimited by size
                     "|" delimited by size
                     fxi-currency delimited by size
                     "|" delimited by size
                     ws-fxv-foreign-disp delimited by size
                     "|" delimited by size
                     ws-fxv-book-rate-disp delimited by size
                     "|" delimited by size
                     ws-fxv-book-disp delimited by size
                     "|NO RATE ON FILE" delimited by size
                     into rpt-detail
                   end-string
                   perform put-report-line
               else
                   compute ws-fxv-reval rounded =
                     fxi-foreign-open * ws-fx-rate
                   compute ws-fxv-diff = oi-open-amount - ws-fxv-reval
                   move ws-fx-rate to ws-fxv-close-rate-disp
                   move ws-fxv-reval to ws-fxv-reval-disp
                   move ws-fxv-diff to ws-fxv-diff-disp
                   string
                     fxi-cpty-id delimited by size
                     "|" delimited by size
                     fxi-item-seq delimited by size
                     "|" delimited by size
                     fxi-currency delimited by size
                     "|" delimited by size
                     ws-fxv-foreign-disp delimited by size
                     "|" delimited by size
                     ws-fxv-book-rate-disp delimited by size
                     "|" delimited by size
                     ws-fxv-book-disp delimited by size
                     "|" delimited by size
                     ws-fxv-close-rate-disp delimited by size
                     "|" delimited by size
                     ws-fxv-reval-disp delimited by size
                     "|" delimited by size
                     ws-fxv-diff-disp delimited by size
                     into rpt-detail
                   end-string
                   perform put-report-line
                   perform add-fxv-currency-total
               end-if
           end-if
           .

       add-fxv-currency-total section.
           move 0 to ws-fxv-found
           move 1 to ws-fxv-slot
           perform until ws-fxv-slot > ws-fxv-cur-count
             or ws-fxv-found > 0
               if fxvt-currency(ws-fxv-slot) = fxi-currency
                   move ws-fxv-slot to ws-fxv-found
               end-if
               add 1 to ws-fxv-slot
           end-perform
           if ws-fxv-found = 0
             and ws-fxv-cur-count < ws-max-fxv-currencies
               add 1 to ws-fxv-cur-count
               move ws-fxv-cur-count to ws-fxv-found
               move fxi-currency to fxvt-currency(ws-fxv-found)
           end-if
           if ws-fxv-found > 0
               add oi-open-amount to fxvt-book(ws-fxv-found)
               add ws-fxv-reval to fxvt-reval(ws-fxv-found)
           end-if
           add oi-open-amount to ws-fxv-total-book
           add ws-fxv-reval to ws-fxv-total-reval
           .

       get-valid-payment-amount section.
           move "N" to ws-input-ok
           perform until ws-input-ok = "Y"
               display "Enter the payment amount (0 = cancel): "
               accept ws-numeric-input
               if function test-numval(ws-numeric-input) = 0
                   compute ws-pay-amount =
                     function numval(ws-numeric-input)
                   if ws-pay-amount >= 0
                       move "Y" to ws-input-ok
                   else
                       display "Invalid entry - payment may not be "
                         "negative"
                   end-if
               else
                   display "Invalid entry - please enter a numeric "
                     "amount"
               end-if
           end-perform
           .

       apply-payment section.
      *> applies ws-pay-amount oldest-first against ws-oi-cpty's
      *> open items of type ws-pay-type; any unapplied remainder is
      *> kept on file as a credit item
           move ws-pay-amount to ws-pay-remaining
           perform acquire-exclusive-lock
           perform open-open-items-io
           if ws-pay-type = "P"
               perform open-fxitem-input
           end-if
           move ws-oi-cpty to oi-cpty-id
           move 0 to oi-item-seq
           start open-items key >= oi-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-oi-done
                   perform until ws-oi-done = "Y"
                     or ws-pay-remaining = 0
                       read open-items next record
                           at end
                               move "Y" to ws-oi-done
                           not at end
                               if oi-cpty-id not = ws-oi-cpty
                                   move "Y" to ws-oi-done
                               else
                                   perform apply-payment-to-item
                               end-if
                       end-read
                   end-perform
           end-start
           close open-items
           if ws-pay-type = "P"
               close fx-open-items
           end-if
           perform release-exclusive-lock

           compute ws-pay-take = ws-pay-amount - ws-pay-remaining
           move ws-pay-take to ws-oi-amount-disp
           display "Applied " ws-oi-amount-disp " against open items"
      *> keep the applied cash on file as a settled item so the
      *> customer statement can show the payment
           if ws-pay-take > 0
               move ws-pay-type to ws-oi-type
               compute ws-oi-amount = 0 - ws-pay-take
               move ws-pay-reference to ws-oi-reference
               move "Y" to ws-oi-settled
               perform create-open-item
               move "N" to ws-oi-settled
           end-if
           if ws-pay-remaining > 0
               move ws-pay-type to ws-oi-type
               compute ws-oi-amount = 0 - ws-pay-remaining
               move ws-pay-reference to ws-oi-reference
               perform create-open-item
               move ws-pay-remaining to ws-oi-amount-disp
               display "Unapplied " ws-oi-amount-disp
                 " kept on file as a credit"
           end-if
           .

       apply-payment-to-item section.
      *> a payable with a vendor-currency side is settled only by a
      *> payment in that currency, which realises its exchange
      *> difference
           move "N" to ws-pay-fx-booked
           if ws-pay-type = "P" and oi-item-type = "P"
               move oi-cpty-id to fxi-cpty-id
               move oi-item-seq to fxi-item-seq
               read fx-open-items key is fxi-key
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-pay-fx-booked
               end-read
           end-if
           if oi-item-type = ws-pay-type and oi-open-amount > 0
             and not oi-item-held and ws-pay-fx-booked = "N"
               if oi-open-amount >= ws-pay-remaining
                   move ws-pay-remaining to ws-pay-take
               else
                   move oi-open-amount to ws-pay-take
               end-if
               subtract ws-pay-take from oi-open-amount
               subtract ws-pay-take from ws-pay-remaining
               if oi-open-amount = 0
                   move "C" to oi-item-status
               end-if
               rewrite openitem-template
           end-if
           .

       get-cash-book-details section.
      *> the bank account the money went through and the check or
      *> remittance number; both go on the cash book entry and the
      *> reference also marks the settled open items
           display "Bank account (blank = MAIN): "
           move spaces to ws-cb-bank
           accept ws-cb-bank
           if ws-cb-bank = spaces
               move "MAIN" to ws-cb-bank
           end-if
           move function upper-case(ws-cb-bank) to ws-cb-bank
           display "Check / reference number (blank = none): "
           move spaces to ws-pay-reference
           accept ws-pay-reference
           if ws-pay-reference = spaces
               move "PAYMENT" to ws-pay-reference
           end-if
           .

       record-cash-book-entry section.
      *> journals the payment just applied for ws-oi-cpty - money
      *> in from a customer or out to a vendor
           perform get-next-cash-book-number
           move spaces to cashbook-record
           move ws-next-cb-number to cb-entry-no
           move "O" to cb-status
           accept cb-date from date yyyymmdd
           accept cb-time from time
           move ws-cb-bank to cb-bank
           if ws-pay-type = "R"
               move "R" to cb-kind
           else
               move "D" to cb-kind
           end-if
           move ws-oi-cpty to cb-cpty-id
           move ws-pay-reference to cb-reference
           move ws-pay-amount to cb-amount
           move 0 to cb-cleared-date
           move ws-operator-id to cb-operator
           perform write-cash-book-record
           display "Cash book entry " cb-entry-no " recorded"
           move "PAYMENT" to ws-pay-reference
           .

       write-cash-book-record section.
           move "|" to cb-sep-1 cb-sep-2 cb-sep-3 cb-sep-4 cb-sep-5
             cb-sep-6 cb-sep-7 cb-sep-8 cb-sep-9 cb-sep-10
           perform acquire-exclusive-lock
           open extend cash-book
           if not cb-file-ok
               open output cash-book
           end-if
           write cashbook-record
           close cash-book
           perform release-exclusive-lock
           .

       get-next-cash-book-number section.
           perform acquire-exclusive-lock
           move 0 to ws-next-cb-number
           open input cash-book-sequence
           if cb-seq-ok
               read cash-book-sequence
                   at end
                       move 0 to ws-next-cb-number
                   not at end
                       move cb-sequence-record to ws-next-cb-number
               end-read
               close cash-book-sequence
           else
               close cash-book-sequence
               perform find-max-existing-cash-book-number
               move ws-max-existing-cb-number to ws-next-cb-number
           end-if

           add 1 to ws-next-cb-number
           open output cash-book-sequence
           move ws-next-cb-number to cb-sequence-record
           write cb-sequence-record
           close cash-book-sequence
           perform release-exclusive-lock
           .

       find-max-existing-cash-book-number section.
           move 0 to ws-max-existing-cb-number
           open input cash-book
           if cb-file-ok
               move "N" to ws-cb-done
               perform until ws-cb-done = "Y"
                   read cash-book
                       at end
                           move "Y" to ws-cb-done
                       not at end
                           if cb-entry-no is numeric
                             and cb-entry-no > ws-max-existing-cb-number
                               move cb-entry-no to
                                 ws-max-existing-cb-number
                           end-if
                   end-read
               end-perform
           end-if
           close cash-book
           .

       tally-cash-book section.
      *> cash book entries dated in the export range: receipts
      *> debit CASH against AR, disbursements credit CASH against AP
           move 0 to ws-gl-cash-count
           open input cash-book
           if cb-file-ok
               move "N" to ws-cb-done
               perform until ws-cb-done = "Y"
                   read cash-book
                       at end
                           move "Y" to ws-cb-done
                       not at end
                           if cb-journaled
                             and cb-date >= ws-hist-from-date
                             and cb-date <= ws-hist-to-date
                               perform tally-cash-book-entry
                           end-if
                   end-read
               end-perform
           end-if
           close cash-book
           .

       tally-nrv-write-downs section.
      *> write-downs dated in the export range: Dr NRV, Cr INV
           move 0 to ws-gl-nrv-count
           open input nrv-audit-file
           if nrv-file-ok
               move "N" to ws-nrv-done
               perform until ws-nrv-done = "Y"
                   read nrv-audit-file
                       at end
                           move "Y" to ws-nrv-done
                       not at end
                           if nrv-date >= ws-hist-from-date
                             and nrv-date <= ws-hist-to-date
                               add 1 to ws-gl-nrv-count
                               move nrv-loss to ws-gl-debit-amt
                               move 0 to ws-gl-credit-amt
                               move nrv-gl-key to ws-gl-key
                               perform post-gl-amount
                               move 0 to ws-gl-debit-amt
                               move nrv-loss to ws-gl-credit-amt
                               move "INV" to ws-gl-key
                               perform post-gl-amount
                           end-if
                   end-read
               end-perform
           end-if
           close nrv-audit-file
           .

       tally-landed-costs section.
      *> landed charges posted in the export range: the share left
      *> in stock debits INV, the share already sold debits COGS,
      *> and the whole charge is accrued until the carrier's or
      *> broker's bill comes through payables
           move 0 to ws-gl-landed-count
           open input landed-cost-file
           if lc-file-ok
               move "N" to ws-lc-done
               perform until ws-lc-done = "Y"
                   read landed-cost-file
                       at end
                           move "Y" to ws-lc-done
                       not at end
                           if lc-date >= ws-hist-from-date
                             and lc-date <= ws-hist-to-date
                               perform tally-landed-cost-line
                           end-if
                   end-read
               end-perform
           end-if
           close landed-cost-file
           .

       tally-landed-cost-line section.
           add 1 to ws-gl-landed-count
           move lc-capitalised to ws-gl-debit-amt
           move 0 to ws-gl-credit-amt
           move "INV" to ws-gl-key
           perform post-gl-amount
           move lc-expensed to ws-gl-debit-amt
           move "COGS" to ws-gl-key
           perform post-gl-amount
           move 0 to ws-gl-debit-amt
           move lc-allocated to ws-gl-credit-amt
           move lc-gl-key to ws-gl-key
           perform post-gl-amount
           .

       tally-cash-book-entry section.
           add 1 to ws-gl-cash-count
           if cb-receipt
               move cb-amount to ws-gl-debit-amt
               move 0 to ws-gl-credit-amt
               move "CASH" to ws-gl-key
               perform post-gl-amount
               move 0 to ws-gl-debit-amt
               move cb-amount to ws-gl-credit-amt
               move "AR" to ws-gl-key
               perform post-gl-amount
           else
               move cb-amount to ws-gl-debit-amt
               move 0 to ws-gl-credit-amt
               move "AP" to ws-gl-key
               perform post-gl-amount
               move 0 to ws-gl-debit-amt
               move cb-amount to ws-gl-credit-amt
               move "CASH" to ws-gl-key
               perform post-gl-amount
           end-if
           .

       cash-book-journal section.
           display "Cash Book Journal"
           display "Enter From Date (yyyymmdd, blank = today): "
           move spaces to ws-cb-date-text
           accept ws-cb-date-text
           if ws-cb-date-text is numeric
               move ws-cb-date-text to ws-cb-from-date
           else
               accept ws-cb-from-date from date yyyymmdd
           end-if
           display "Enter To Date (yyyymmdd, blank = from date): "
           move spaces to ws-cb-date-text
           accept ws-cb-date-text
           if ws-cb-date-text is numeric
               move ws-cb-date-text to ws-cb-to-date
           else
               move ws-cb-from-date to ws-cb-to-date
           end-if

           move "CASH BOOK JOURNAL" to ws-rpt-title
           move "Cash_Book" to ws-rpt-name
           perform open-report-output
           string
             "ENTRY |DATE    |BANK    |TYPE|CPTY_ID  |"
               delimited by size
             "REFERENCE   |AMOUNT" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 0 to ws-cb-receipts ws-cb-disbursements ws-cb-count
           open input cash-book
           if cb-file-ok
               move "N" to ws-cb-done
               perform until ws-cb-done = "Y"
                   read cash-book
                       at end
                           move "Y" to ws-cb-done
                       not at end
                           if cb-journaled
                             and cb-date >= ws-cb-from-date
                             and cb-date <= ws-cb-to-date
                               perform print-cash-book-line
                           end-if
                   end-read
               end-perform
           end-if
           close cash-book
           if ws-cb-count = 0
               move "(no cash book entries in range)" to rpt-detail
               perform put-report-line
           end-if
           move ws-cb-receipts to ws-cb-amount-disp
           string
             "Total receipts      : " delimited by size
             ws-cb-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move ws-cb-disbursements to ws-cb-amount-disp
           string
             "Total disbursements : " delimited by size
             ws-cb-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform close-report-output
           .

       print-cash-book-line section.
           add 1 to ws-cb-count
           if cb-receipt
               move "RCPT" to ws-cb-kind-text
               add cb-amount to ws-cb-receipts
           else
               move "DISB" to ws-cb-kind-text
               add cb-amount to ws-cb-disbursements
           end-if
           move cb-amount to ws-cb-amount-disp
           string
             cb-entry-no delimited by size
             "|" delimited by size
             cb-date delimited by size
             "|" delimited by size
             cb-bank delimited by size
             "|" delimited by size
             ws-cb-kind-text delimited by size
             "|" delimited by size
             cb-cpty-id delimited by size
             "|" delimited by size
             cb-reference delimited by size
             "|" delimited by size
             ws-cb-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       bank-reconciliation section.
      *> ticks cash book entries off against the bank statement;
      *> a cleared entry gets a copy with status C and the
      *> statement date, and whatever is left is the outstanding
      *> deposits and checks that explain the difference
           display "Bank Reconciliation"
           display "Bank account (blank = MAIN): "
           move spaces to ws-cb-bank
           accept ws-cb-bank
           if ws-cb-bank = spaces
               move "MAIN" to ws-cb-bank
           end-if
           move function upper-case(ws-cb-bank) to ws-cb-bank
           display "Bank statement date (yyyymmdd, blank = today): "
           move spaces to ws-cb-date-text
           accept ws-cb-date-text
           if ws-cb-date-text is numeric
               move ws-cb-date-text to ws-cb-stmt-date
           else
               accept ws-cb-stmt-date from date yyyymmdd
           end-if
           move "N" to ws-input-ok
           perform until ws-input-ok = "Y"
               display "Statement ending balance: "
               accept ws-numeric-input
               if function test-numval(ws-numeric-input) = 0
                   compute ws-cb-stmt-balance =
                     function numval(ws-numeric-input)
                   move "Y" to ws-input-ok
               else
                   display "Invalid entry - please enter a numeric "
                     "amount"
               end-if
           end-perform

           perform load-bank-entries
           if ws-cb-table-full = "Y"
               display "ERROR: more than " ws-max-cb-entries
                 " uncleared entries for bank "
                 function trim(ws-cb-bank)
                 " - reconciliation abandoned"
           else
               perform list-uncleared-bank-entries
               move 0 to ws-cb-ticked-count
               move "N" to ws-cb-done
               perform until ws-cb-done = "Y"
                   display "Entry number cleared on the statement "
                     "(0 = done): "
                   accept ws-cb-tick
                   if ws-cb-tick = 0
                       move "Y" to ws-cb-done
                   else
                       perform tick-bank-entry
                   end-if
               end-perform
               perform write-bank-clearings
               perform print-bank-reconciliation
           end-if
           .

       load-bank-entries section.
      *> journaled entries for ws-cb-bank up to the statement date
      *> that no clearing copy has taken off; the book balance is
      *> kept as the file is read, since cleared entries are not
      *> held in the table
           move 0 to ws-cb-entry-count
           move 0 to ws-cb-book-balance
           move "N" to ws-cb-table-full
           open input cash-book
           if cb-file-ok
               move "N" to ws-cb-done
               perform until ws-cb-done = "Y"
                   read cash-book
                       at end
                           move "Y" to ws-cb-done
                       not at end
                           if cb-bank = ws-cb-bank
                               perform load-one-bank-entry
                           end-if
                   end-read
               end-perform
           end-if
           close cash-book
           .

       load-one-bank-entry section.
      *> a clearing copy always follows its entry in the file, so
      *> the table only ever holds what is still outstanding
           if cb-journaled and cb-date <= ws-cb-stmt-date
               if cb-receipt
                   add cb-amount to ws-cb-book-balance
               else
                   subtract cb-amount from ws-cb-book-balance
               end-if
               if ws-cb-entry-count >= ws-max-cb-entries
                   move "Y" to ws-cb-table-full
               else
                   add 1 to ws-cb-entry-count
                   move cb-entry-no to
                     cbe-entry-no(ws-cb-entry-count)
                   move "N" to cbe-cleared(ws-cb-entry-count)
                   move "N" to cbe-ticked(ws-cb-entry-count)
                   move cashbook-record to
                     cbe-record(ws-cb-entry-count)
               end-if
           end-if
           if cb-cleared
               move 1 to ws-cb-slot
               perform until ws-cb-slot > ws-cb-entry-count
                   if cbe-entry-no(ws-cb-slot) = cb-entry-no
                       perform drop-bank-entry
                   else
                       add 1 to ws-cb-slot
                   end-if
               end-perform
           end-if
           .

       drop-bank-entry section.
      *> closes up the table over slot ws-cb-slot
           perform until ws-cb-slot >= ws-cb-entry-count
               move cb-entry(ws-cb-slot + 1) to cb-entry(ws-cb-slot)
               add 1 to ws-cb-slot
           end-perform
           subtract 1 from ws-cb-entry-count
           .

       list-uncleared-bank-entries section.
           display "Uncleared entries for bank "
             function trim(ws-cb-bank) ":"
           display "ENTRY |DATE    |TYPE|CPTY_ID  |REFERENCE   |"
             "AMOUNT"
           move 0 to ws-cb-count
           move 1 to ws-cb-slot
           perform until ws-cb-slot > ws-cb-entry-count
               if cbe-cleared(ws-cb-slot) = "N"
                   move cbe-record(ws-cb-slot) to cashbook-record
                   add 1 to ws-cb-count
                   if cb-receipt
                       move "RCPT" to ws-cb-kind-text
                   else
                       move "DISB" to ws-cb-kind-text
                   end-if
                   move cb-amount to ws-cb-amount-disp
                   display cb-entry-no "|" cb-date "|"
                     ws-cb-kind-text "|" cb-cpty-id "|"
                     cb-reference "|" ws-cb-amount-disp
               end-if
               add 1 to ws-cb-slot
           end-perform
           if ws-cb-count = 0
               display "(all entries cleared)"
           end-if
           .

       tick-bank-entry section.
           move 0 to ws-cb-count
           move 1 to ws-cb-slot
           perform until ws-cb-slot > ws-cb-entry-count
               if cbe-entry-no(ws-cb-slot) = ws-cb-tick
                 and cbe-cleared(ws-cb-slot) = "N"
                   move "Y" to cbe-cleared(ws-cb-slot)
                   move "Y" to cbe-ticked(ws-cb-slot)
                   add 1 to ws-cb-ticked-count
                   add 1 to ws-cb-count
               end-if
               add 1 to ws-cb-slot
           end-perform
           if ws-cb-count = 0
               display "Entry " ws-cb-tick " is not an uncleared "
                 "entry for this bank"
           else
               display "Entry " ws-cb-tick " cleared"
           end-if
           .

       write-bank-clearings section.
           move 1 to ws-cb-slot
           perform until ws-cb-slot > ws-cb-entry-count
               if cbe-ticked(ws-cb-slot) = "Y"
                   move cbe-record(ws-cb-slot) to cashbook-record
                   move "C" to cb-status
                   move ws-cb-stmt-date to cb-cleared-date
                   move ws-operator-id to cb-operator
                   perform write-cash-book-record
                   move "N" to cbe-ticked(ws-cb-slot)
               end-if
               add 1 to ws-cb-slot
           end-perform
           if ws-cb-ticked-count > 0
               display ws-cb-ticked-count " entr(ies) marked cleared"
           end-if
           .

       print-bank-reconciliation section.
      *> ws-cb-book-balance was totalled by load-bank-entries
           move 0 to ws-cb-out-deposits ws-cb-out-checks
           move 1 to ws-cb-slot
           perform until ws-cb-slot > ws-cb-entry-count
               move cbe-record(ws-cb-slot) to cashbook-record
               if cbe-cleared(ws-cb-slot) = "N"
                   if cb-receipt
                       add cb-amount to ws-cb-out-deposits
                   else
                       add cb-amount to ws-cb-out-checks
                   end-if
               end-if
               add 1 to ws-cb-slot
           end-perform
           compute ws-cb-adjusted = ws-cb-stmt-balance
             + ws-cb-out-deposits - ws-cb-out-checks
           compute ws-cb-difference =
             ws-cb-adjusted - ws-cb-book-balance

           move "BANK RECONCILIATION" to ws-rpt-title
           move "Bank_Reconciliation" to ws-rpt-name
           perform open-report-output
           string
             "Bank account " delimited by size
             ws-cb-bank delimited by size
             " statement date " delimited by size
             ws-cb-stmt-date delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform put-report-line
           move "OUTSTANDING DEPOSITS" to rpt-detail
           perform put-report-line
           move "R" to ws-cb-section-kind
           perform print-outstanding-bank-items
           move ws-cb-out-deposits to ws-cb-amount-disp
           string
             "Total outstanding deposits : " delimited by size
             ws-cb-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform put-report-line
           move "OUTSTANDING CHECKS" to rpt-detail
           perform put-report-line
           move "D" to ws-cb-section-kind
           perform print-outstanding-bank-items
           move ws-cb-out-checks to ws-cb-amount-disp
           string
             "Total outstanding checks   : " delimited by size
             ws-cb-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform put-report-line

           move ws-cb-stmt-balance to ws-cb-amount-disp
           string
             "Balance per bank statement : " delimited by size
             ws-cb-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move ws-cb-adjusted to ws-cb-amount-disp
           string
             "Adjusted bank balance      : " delimited by size
             ws-cb-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move ws-cb-book-balance to ws-cb-amount-disp
           string
             "Balance per cash book      : " delimited by size
             ws-cb-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           if ws-cb-difference = 0
               move "Bank and cash book RECONCILE" to rpt-detail
           else
               move ws-cb-difference to ws-cb-amount-disp
               string
                 "*** UNRECONCILED DIFFERENCE: " delimited by size
                 ws-cb-amount-disp delimited by size
                 " ***" delimited by size
                 into rpt-detail
               end-string
           end-if
           perform put-report-line
           perform close-report-output
           .

       print-outstanding-bank-items section.
           move 0 to ws-cb-count
           move 1 to ws-cb-slot
           perform until ws-cb-slot > ws-cb-entry-count
               move cbe-record(ws-cb-slot) to cashbook-record
               if cbe-cleared(ws-cb-slot) = "N"
                 and cb-kind = ws-cb-section-kind
                   add 1 to ws-cb-count
                   move cb-amount to ws-cb-amount-disp
                   string
                     cb-entry-no delimited by size
                     "|" delimited by size
                     cb-date delimited by size
                     "|" delimited by size
                     cb-cpty-id delimited by size
                     "|" delimited by size
                     cb-reference delimited by size
                     "|" delimited by size
                     ws-cb-amount-disp delimited by size
                     into rpt-detail
                   end-string
                   perform put-report-line
               end-if
               add 1 to ws-cb-slot
           end-perform
           if ws-cb-count = 0
               move "(none)" to rpt-detail
               perform put-report-line
           end-if
           .

       print-aging-report section.
           display "AR/AP Aging Report"
           accept ws-log-date from date yyyymmdd
           compute ws-age-today =
             function integer-of-date(ws-log-date)
           display "CPTY_ID  |T|NAME                |CURRENT     |"
             "31-60 DAYS  |61-90 DAYS  |OVER 90     |TOTAL"
           move 0 to ws-age-grand-total
           move 0 to ws-age-shown

           perform open-counterparties-input
           move "N" to ws-cpty-cancelled
           perform until ws-cpty-cancelled = "Y"
               read counterparties next record
                   at end
                       move "Y" to ws-cpty-cancelled
                   not at end
                       perform age-one-counterparty
               end-read
           end-perform
           close counterparties

           move ws-age-grand-total to ws-age-total-disp
           display "Counterparties with balances: " ws-age-shown
           display "Net open (AR less AP sign as shown): "
             ws-age-total-disp
           .

       age-one-counterparty section.
           move 0 to ws-age-current ws-age-30 ws-age-60 ws-age-90
           move 0 to ws-age-total
           move cpty-id to ws-oi-cpty
           perform open-open-items-input
           move ws-oi-cpty to oi-cpty-id
           move 0 to oi-item-seq
           start open-items key >= oi-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-oi-done
                   perform until ws-oi-done = "Y"
                       read open-items next record
                           at end
                               move "Y" to ws-oi-done
                           not at end
                               if oi-cpty-id not = ws-oi-cpty
                                   move "Y" to ws-oi-done
                               else
                                   perform age-one-item
                               end-if
                       end-read
                   end-perform
           end-start
           close open-items

           if ws-age-total not = 0
               add 1 to ws-age-shown
               add ws-age-total to ws-age-grand-total
               move ws-age-current to ws-age-cur-disp
               move ws-age-30 to ws-age-30-disp
               move ws-age-60 to ws-age-60-disp
               move ws-age-90 to ws-age-90-disp
               move ws-age-total to ws-age-total-disp
               display
                 cpty-id "|"
                 cpty-type "|"
                 cpty-name(1:20) "|"
                 ws-age-cur-disp "|"
                 ws-age-30-disp "|"
                 ws-age-60-disp "|"
                 ws-age-90-disp "|"
                 ws-age-total-disp
           end-if
           .

       age-one-item section.
           if oi-open-amount not = 0
               if oi-item-date > 0
                   compute ws-age-days = ws-age-today -
                     function integer-of-date(oi-item-date)
               else
                   move 0 to ws-age-days
               end-if
               if ws-age-days < 31
                   add oi-open-amount to ws-age-current
               else
                if ws-age-days < 61
                   add oi-open-amount to ws-age-30
                else
                 if ws-age-days < 91
                   add oi-open-amount to ws-age-60
                 else
                   add oi-open-amount to ws-age-90
                 end-if
                end-if
               end-if
               add oi-open-amount to ws-age-total
           end-if
           .

       customer-statements section.
           display "Customer Statements"
           display "Enter the statement date (yyyymmdd, blank = "
             "today): "
           move spaces to ws-stmt-date-text
           accept ws-stmt-date-text
           if ws-stmt-date-text is numeric
               move ws-stmt-date-text to ws-stmt-date
           else
               accept ws-stmt-date from date yyyymmdd
           end-if
           perform run-customer-statements
           .

       run-customer-statements section.
      *> one statement per customer with an AR balance, all in one
      *> print file for mailing; every statement is remembered in
      *> statements.dat so the next run starts where this one ended
           display "Customer statements as at " ws-stmt-date
           compute ws-age-today =
             function integer-of-date(ws-stmt-date)
           move "CUSTOMER STATEMENT" to ws-rpt-title
           move "Statements" to ws-rpt-name
           perform open-report-print-file
           move 0 to ws-stmt-count ws-stmt-total

           perform open-counterparties-input
           move "N" to ws-stmt-cpty-done
           perform until ws-stmt-cpty-done = "Y"
               read counterparties next record
                   at end
                       move "Y" to ws-stmt-cpty-done
                   not at end
                       if cpty-is-customer
                           perform statement-one-customer
                       end-if
               end-read
           end-perform
           close counterparties

           if ws-stmt-count = 0
               move "No customer balances to state" to rpt-detail
               perform put-report-line
           end-if
           perform close-report-output
           move ws-stmt-total to ws-oi-amount-disp
           display ws-stmt-count " statement(s) printed, total due "
             ws-oi-amount-disp
           .

       statement-one-customer section.
      *> the closing balance is what is open today; everything
      *> dated after the previous statement is this period's
      *> activity, and the opening balance is what is left
           perform find-last-statement-date
           move 0 to ws-age-current ws-age-30 ws-age-60 ws-age-90
           move 0 to ws-age-total
           move 0 to ws-stmt-activity
           move cpty-id to ws-oi-cpty
           move "T" to ws-stmt-pass
           perform scan-statement-items
           if ws-age-total not = 0
               add 1 to ws-stmt-count
               add ws-age-total to ws-stmt-total
               compute ws-stmt-opening =
                 ws-age-total - ws-stmt-activity
               perform print-statement-heading

               string
                 "ACTIVITY SINCE LAST STATEMENT" delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               string
                 "DATE    |REFERENCE   |CHARGES      |"
                   delimited by size
                 "PAYMENTS/CREDITS" delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               move 0 to ws-stmt-lines
               move "A" to ws-stmt-pass
               perform scan-statement-items
               if ws-stmt-lines = 0
                   move "(no activity)" to rpt-detail
                   perform put-report-line
               end-if
               perform put-report-line

               move "OPEN ITEMS" to rpt-detail
               perform put-report-line
               string
                 "DATE    |REFERENCE   |ORIGINAL     |"
                   delimited by size
                 "OPEN         | DAYS" delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               move "O" to ws-stmt-pass
               perform scan-statement-items
               perform put-report-line

               perform print-statement-footer
               perform record-statement-run
           end-if
           .

       find-last-statement-date section.
      *> the latest statement sent to cpty-id before this run's
      *> date; a rerun for the same date therefore repeats the
      *> same period
           move 0 to ws-stmt-last-date
           open input statement-history
           if stmt-file-ok
               move "N" to ws-stmt-done
               perform until ws-stmt-done = "Y"
                   read statement-history
                       at end
                           move "Y" to ws-stmt-done
                       not at end
                           move spaces to ws-stmt-cpty-text
                             ws-stmt-rec-date-text ws-stmt-amt-text
                           unstring stmt-record delimited by "|"
                             into ws-stmt-cpty-text
                               ws-stmt-rec-date-text ws-stmt-amt-text
                           end-unstring
                           if function
                               test-numval(ws-stmt-cpty-text) = 0
                             and ws-stmt-rec-date-text is numeric
                               compute ws-stmt-rec-cpty =
                                 function numval(ws-stmt-cpty-text)
                               move ws-stmt-rec-date-text to
                                 ws-stmt-rec-date
                               if ws-stmt-rec-cpty = cpty-id
                                 and ws-stmt-rec-date < ws-stmt-date
                                 and ws-stmt-rec-date >
                                   ws-stmt-last-date
                                   move ws-stmt-rec-date to
                                     ws-stmt-last-date
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close statement-history
           .

       scan-statement-items section.
      *> feeds ws-oi-cpty's receivable items to the statement pass
      *> named in ws-stmt-pass
           perform open-open-items-input
           move ws-oi-cpty to oi-cpty-id
           move 0 to oi-item-seq
           start open-items key >= oi-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-oi-done
                   perform until ws-oi-done = "Y"
                       read open-items next record
                           at end
                               move "Y" to ws-oi-done
                           not at end
                               if oi-cpty-id not = ws-oi-cpty
                                   move "Y" to ws-oi-done
                               else
                                   if oi-receivable
                                       perform statement-one-item
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           close open-items
           .

       statement-one-item section.
           if stmt-pass-tally
               perform age-one-item
               if oi-item-date > ws-stmt-last-date
                   add oi-original-amount to ws-stmt-activity
               end-if
           end-if
           if stmt-pass-activity
             and oi-item-date > ws-stmt-last-date
               add 1 to ws-stmt-lines
               move oi-original-amount to ws-oi-amount-disp
               if oi-original-amount < 0
                   string
                     oi-item-date delimited by size
                     "|" delimited by size
                     oi-reference delimited by size
                     "|             |" delimited by size
                     ws-oi-amount-disp delimited by size
                     into rpt-detail
                   end-string
               else
                   string
                     oi-item-date delimited by size
                     "|" delimited by size
                     oi-reference delimited by size
                     "|" delimited by size
                     ws-oi-amount-disp delimited by size
                     " |" delimited by size
                     into rpt-detail
                   end-string
               end-if
               perform put-report-line
           end-if
           if stmt-pass-open and oi-open-amount not = 0
               if oi-item-date > 0
                   compute ws-age-days = ws-age-today -
                     function integer-of-date(oi-item-date)
               else
                   move 0 to ws-age-days
               end-if
               move ws-age-days to ws-stmt-days-disp
               move oi-original-amount to ws-oi-amount-disp
               move oi-open-amount to ws-oi-amount-disp-2
               string
                 oi-item-date delimited by size
                 "|" delimited by size
                 oi-reference delimited by size
                 "|" delimited by size
                 ws-oi-amount-disp delimited by size
                 " |" delimited by size
                 ws-oi-amount-disp-2 delimited by size
                 " |" delimited by size
                 ws-stmt-days-disp delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           .

       print-statement-heading section.
           if ws-stmt-count > 1 and ws-rpt-open = "Y"
               perform write-report-page-header
           end-if
           string
             "Statement date : " delimited by size
             ws-stmt-date delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "Customer       : " delimited by size
             cpty-id delimited by size
             " " delimited by size
             function trim(cpty-name) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           if cpty-contact not = spaces
               string
                 "                 " delimited by size
                 function trim(cpty-contact) delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           if ws-stmt-last-date > 0
               string
                 "Last statement : " delimited by size
                 ws-stmt-last-date delimited by size
                 into rpt-detail
               end-string
           else
               move "Last statement : (none)" to rpt-detail
           end-if
           perform put-report-line
           move ws-stmt-opening to ws-oi-amount-disp
           string
             "Opening balance: " delimited by size
             ws-oi-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform put-report-line
           .

       print-statement-footer section.
           move ws-age-total to ws-oi-amount-disp
           string
             "CLOSING BALANCE DUE: " delimited by size
             ws-oi-amount-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform put-report-line
           move ws-age-current to ws-age-cur-disp
           move ws-age-30 to ws-age-30-disp
           move ws-age-60 to ws-age-60-disp
           move ws-age-90 to ws-age-90-disp
           move ws-age-total to ws-age-total-disp
           string
             "CURRENT     |31-60 DAYS  |61-90 DAYS  |OVER 90     |"
               delimited by size
             "TOTAL" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             ws-age-cur-disp delimited by size
             "|" delimited by size
             ws-age-30-disp delimited by size
             "|" delimited by size
             ws-age-60-disp delimited by size
             "|" delimited by size
             ws-age-90-disp delimited by size
             "|" delimited by size
             ws-age-total-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform put-report-line
      *> collection wording escalates with the oldest money owed
           if ws-age-90 > 0
               string
                 "*** FINAL NOTICE: part of your balance is more "
                   delimited by size
                 "than 90 days past due. ***" delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               string
                 "*** Remit the past-due amount now to avoid your "
                   delimited by size
                 "account being placed on credit hold and "
                   delimited by size
                 "referred for collection. ***" delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           else
               if ws-age-60 > 0
                   string
                     "*** SECOND NOTICE: part of your balance is "
                       delimited by size
                     "61-90 days past due - please send payment "
                       delimited by size
                     "promptly. ***" delimited by size
                     into rpt-detail
                   end-string
                   perform put-report-line
               end-if
           end-if
           .

       record-statement-run section.
           move cpty-id to ws-stmt-cpty-out
           move ws-age-total to ws-stmt-amt-out
           open extend statement-history
           if not stmt-file-ok
               open output statement-history
           end-if
           move spaces to stmt-record
           string
             ws-stmt-cpty-out delimited by size
             "|" delimited by size
             ws-stmt-date delimited by size
             "|" delimited by size
             function trim(ws-stmt-amt-out) delimited by size
             into stmt-record
           end-string
           write stmt-record
           close statement-history
           .

       check-customer-credit section.
      *> holds the staged sale in slot purchase-record-id when it
      *> would take the customer past the credit limit; a supervisor
      *> may override
           perform get-counterparty-details(
             buy-counterparty(purchase-record-id))
           if cpty-found and ws-cpty-lookup-limit > 0
               move buy-counterparty(purchase-record-id) to
                 ws-oi-cpty
               move "R" to ws-pay-type
               perform get-counterparty-balance
               perform get-product-details(
                 buy-product-id(purchase-record-id))
      *> price the exposure the way the AR item will be priced:
      *> contract / break price when one is on file, plus the tax
      *> the sale will carry
               move buy-counterparty(purchase-record-id) to
                 ws-price-cpty
               move buy-product-id(purchase-record-id) to
                 ws-price-prod
               move buy-quantity(purchase-record-id) to
                 ws-price-qty
               perform lookup-best-price
               if ws-price-found = "Y"
                   move ws-best-price to ws-effective-price
               else
                   move ws-product-sell-price to ws-effective-price
               end-if
               move ws-effective-price to
                 buy-unit-price(purchase-record-id)
               perform compute-sale-tax
               compute ws-credit-exposure = ws-cust-balance +
                 buy-quantity(purchase-record-id) *
                 ws-effective-price +
                 buy-tax(purchase-record-id)
               if ws-credit-exposure > ws-cpty-lookup-limit
                   move ws-cust-balance to ws-oi-amount-disp
                   move ws-cpty-lookup-limit to ws-oi-amount-disp-2
                   display "WARNING: customer balance "
                     ws-oi-amount-disp " plus this sale exceeds "
                     "the credit limit of " ws-oi-amount-disp-2
                   move "CREDIT" to ws-ovr-control
                   move buy-product-id(purchase-record-id) to
                     ws-ovr-product
                   move buy-counterparty(purchase-record-id) to
                     ws-ovr-cpty
                   move buy-quantity(purchase-record-id) to ws-ovr-qty
                   compute ws-ovr-amount =
                     ws-credit-exposure - ws-cust-balance
                   move ws-cpty-lookup-limit to ws-ovr-limit
                   move ws-credit-exposure to ws-ovr-actual
                   move buy-location(purchase-record-id) to
                     ws-ovr-location
                   move "SELL" to ws-ovr-source
                   if operator-is-batch
      *> nobody to approve it - the line is refused, not posted
                       display "Batch line skipped - sale would pass "
                         "the credit limit and needs a supervisor "
                         "override: " batch-input-record
                       move "BATCH" to ws-ovr-source
                       move "R" to ws-ovr-decision
                       move "N" to ws-sale-ok
                   else
                    if operator-is-supervisor
                       display "Override and sell anyway? (Y/N): "
                       accept ws-override-answer
                       if ws-override-answer not = "Y"
                         and ws-override-answer not = "y"
                           move "D" to ws-ovr-decision
                           move "N" to ws-sale-ok
                       else
                           move "G" to ws-ovr-decision
                       end-if
                    else
                       display "Selling past the credit limit "
                         "requires a supervisor - sale not posted"
                       move "R" to ws-ovr-decision
                       move "N" to ws-sale-ok
                    end-if
                   end-if
                   perform record-override
               end-if
           end-if
           .

       purchase-order-menu section.
           display "Purchase Orders:"
           display " - Raise Purchase Order    (R, r)"
           display " - Receive Against PO      (G, g)"
           display " - View Open POs           (V, v)"
           display " - Vendor Catalog          (C, c)"
           display " - Compare Vendor Costs    (P, p)"
           display " - Export PO Document      (X, x)"
           display " - Import Ship Notice      (I, i)"
           display " - Vendor Invoice Entry    (B, b)"
           display " - Invoice Variance Report (H, h)"
           display " - Release Held Invoice    (L, l)"
           display " - Landed Cost Charges     (F, f)"
           display " - Landed Cost Register    (K, k)"
           display " - Back                    (Q, q)"
           accept sub-input
           if sub-input = "B" or sub-input = "b"
               perform vendor-invoice-entry
           end-if
           if sub-input = "F" or sub-input = "f"
               perform landed-cost-entry
           end-if
           if sub-input = "K" or sub-input = "k"
               perform landed-cost-register
           end-if
           if sub-input = "H" or sub-input = "h"
               perform vendor-invoice-variance-report
           end-if
           if sub-input = "L" or sub-input = "l"
               perform check-supervisor
               if ws-auth-ok = "Y"
                   perform release-held-vendor-invoice
               end-if
           end-if
           if sub-input = "R" or sub-input = "r"
               perform raise-purchase-order
           end-if
           if sub-input = "C" or sub-input = "c"
               perform maintain-vendor-catalog
           end-if
           if sub-input = "P" or sub-input = "p"
               perform compare-vendor-costs
           end-if
           if sub-input = "X" or sub-input = "x"
               perform export-po-document
           end-if
           if sub-input = "I" or sub-input = "i"
               perform check-current-period-open
               if ws-period-ok = "Y"
                   perform import-ship-notice
               end-if
           end-if
           if sub-input = "G" or sub-input = "g"
               perform check-current-period-open
               if ws-period-ok = "Y"
                   perform receive-purchase-order
               end-if
           end-if
           if sub-input = "V" or sub-input = "v"
               perform view-open-pos
           end-if
           .

       ensure-vendcat-file section.
           open input vendcat-file
           if not vendcat-ok
               open output vendcat-file
               close vendcat-file
           else
               close vendcat-file
           end-if
           .

       parse-vendcat-record section.
      *> splits vendcat-record (vendor|product|vendor-part|cost|
      *> min-order-qty|lead-days) into ws-vc-rec-* and
      *> ws-vc-part-text; malformed lines come back with vendor 0
           move spaces to ws-vc-vendor-text ws-vc-prod-text
             ws-vc-part-text ws-vc-cost-text ws-vc-moq-text
             ws-vc-lead-text
           unstring vendcat-record delimited by "|"
             into ws-vc-vendor-text ws-vc-prod-text ws-vc-part-text
               ws-vc-cost-text ws-vc-moq-text ws-vc-lead-text
           end-unstring
           move 0 to ws-vc-rec-vendor ws-vc-rec-prod ws-vc-rec-cost
           move 0 to ws-vc-rec-moq ws-vc-rec-lead
           if function test-numval(ws-vc-vendor-text) = 0
             and function test-numval(ws-vc-prod-text) = 0
             and function test-numval(ws-vc-cost-text) = 0
               compute ws-vc-rec-vendor =
                 function numval(ws-vc-vendor-text)
               compute ws-vc-rec-prod =
                 function numval(ws-vc-prod-text)
               compute ws-vc-rec-cost =
                 function numval(ws-vc-cost-text)
               if function test-numval(ws-vc-moq-text) = 0
                   compute ws-vc-rec-moq =
                     function numval(ws-vc-moq-text)
               end-if
               if function test-numval(ws-vc-lead-text) = 0
                   compute ws-vc-rec-lead =
                     function numval(ws-vc-lead-text)
               end-if
           end-if
           .

       lookup-vendor-catalog section.
      *> finds the catalog entry for vendor ws-vc-vendor and product
      *> ws-vc-prod; results in ws-vc-found / -part / -cost / -moq /
      *> -lead
           move "N" to ws-vc-found
           move spaces to ws-vc-part
           move 0 to ws-vc-cost ws-vc-moq ws-vc-lead
           perform ensure-vendcat-file
           open input vendcat-file
           move "N" to ws-vc-done
           perform until ws-vc-done = "Y"
               read vendcat-file
                   at end
                       move "Y" to ws-vc-done
                   not at end
                       perform parse-vendcat-record
                       if ws-vc-rec-vendor = ws-vc-vendor
                         and ws-vc-rec-prod = ws-vc-prod
                           move "Y" to ws-vc-found
                           move ws-vc-part-text to ws-vc-part
                           move ws-vc-rec-cost to ws-vc-cost
                           move ws-vc-rec-moq to ws-vc-moq
                           move ws-vc-rec-lead to ws-vc-lead
                           move "Y" to ws-vc-done
                       end-if
               end-read
           end-perform
           close vendcat-file
           .

       find-best-vendor-for-product section.
      *> scans the catalog for ws-vc-prod and keeps the cheapest
      *> vendor's entry in ws-vc-best-*. Quotes in other currencies
      *> are compared at today's rate.
           move "N" to ws-vc-best-found
           move 0 to ws-vc-best-vendor ws-vc-best-cost
           move 0 to ws-vc-best-lead ws-vc-best-home-cost
           perform ensure-vendcat-file
           open input vendcat-file
           move "N" to ws-vc-done
           perform until ws-vc-done = "Y"
               read vendcat-file
                   at end
                       move "Y" to ws-vc-done
                   not at end
                       perform parse-vendcat-record
                       if ws-vc-rec-vendor > 0
                         and ws-vc-rec-prod = ws-vc-prod
                           perform vendcat-home-cost
                           if ws-vc-best-found = "N"
                             or ws-vc-rec-home-cost <
                               ws-vc-best-home-cost
                               move "Y" to ws-vc-best-found
                               move ws-vc-rec-vendor to
                                 ws-vc-best-vendor
                               move ws-vc-rec-cost to
                                 ws-vc-best-cost
                               move ws-vc-rec-home-cost to
                                 ws-vc-best-home-cost
                               move ws-vc-rec-lead to
                                 ws-vc-best-lead
                           end-if
                       end-if
               end-read
           end-perform
           close vendcat-file
           .

       vendcat-home-cost section.
      *> ws-vc-rec-cost, quoted in the vendor's currency, in home
      *> currency at today's rate (as quoted when no rate is on file)
           perform get-counterparty-details(ws-vc-rec-vendor)
           move ws-cpty-lookup-currency to ws-fx-currency
           accept ws-fx-date from date yyyymmdd
           perform lookup-exchange-rate
           if ws-fx-rate-found = "Y" and ws-fx-rate > 0
               compute ws-vc-rec-home-cost rounded =
                 ws-vc-rec-cost * ws-fx-rate
           else
               move ws-vc-rec-cost to ws-vc-rec-home-cost
           end-if
           .

       maintain-vendor-catalog section.
           display "Vendor Catalog"
           display "VENDOR|PROD_ID|VENDOR_PART|COST|MIN_ORDER|"
             "LEAD_DAYS"
           perform ensure-vendcat-file
           open input vendcat-file
           move "N" to ws-vc-done
           perform until ws-vc-done = "Y"
               read vendcat-file
                   at end
                       move "Y" to ws-vc-done
                   not at end
                       display function trim(vendcat-record)
               end-read
           end-perform
           close vendcat-file

           display "Add a catalog entry? (Y/N): "
           accept ws-override-answer
           if ws-override-answer = "Y" or ws-override-answer = "y"
               perform add-vendcat-entry
           end-if
           .

       add-vendcat-entry section.
           move "V" to ws-cpty-wanted-type
           perform get-valid-counterparty
           if ws-cpty-cancelled = "Y"
               display "Entry not added."
           else
               move ws-cpty-id to ws-vc-vendor
               display "Product ID or SKU: "
               perform get-product-entry
               move ws-resolved-prod-id to ws-vc-prod
               perform get-product-details(ws-vc-prod)
               if product-not-found
                   display "No product on file with ID " ws-vc-prod
                     " - entry not added"
               else
                   display "Vendor's part number: "
                   move spaces to ws-vc-part
                   accept ws-vc-part
                   display "Quoted cost per " ws-product-buy-uom ":"
                   perform get-valid-cost
                   display "Minimum order quantity (in "
                     ws-product-stock-uom ", 0 = none): "
                   perform get-valid-count-qty
                   move ws-valid-quantity to ws-vc-moq
                   display "Lead time in days: "
                   perform get-valid-count-qty
                   move ws-valid-quantity to ws-vc-lead
                   perform acquire-exclusive-lock
                   open extend vendcat-file
                   move ws-vc-vendor to ws-vc-vendor-out
                   move ws-vc-prod to ws-vc-prod-out
                   move ws-valid-cost to ws-vc-cost-out
                   move ws-vc-moq to ws-vc-moq-out
                   move ws-vc-lead to ws-vc-lead-out
                   move spaces to vendcat-record
                   string
                     ws-vc-vendor-out delimited by size
                     "|" delimited by size
                     ws-vc-prod-out delimited by size
                     "|" delimited by size
                     function trim(ws-vc-part) delimited by size
                     "|" delimited by size
                     ws-vc-cost-out delimited by size
                     "|" delimited by size
                     ws-vc-moq-out delimited by size
                     "|" delimited by size
                     ws-vc-lead-out delimited by size
                     into vendcat-record
                   end-string
                   write vendcat-record
                   close vendcat-file
                   perform release-exclusive-lock
                   display "Catalog entry added."
               end-if
           end-if
           .

       compare-vendor-costs section.
           display "Compare Vendor Costs"
           display "Enter the Product ID or SKU: "
           perform get-product-entry
           move ws-resolved-prod-id to ws-vc-prod
           perform get-product-details(ws-vc-prod)
           if product-not-found
               display "No product on file with ID " ws-vc-prod
           else
               display "Vendors quoting "
                 function trim(ws-product-name) ":"
               display "VENDOR   |NAME                |COST        |"
                 "CUR|MIN_ORDER|LEAD_DAYS|PART"
               perform ensure-vendcat-file
               open input vendcat-file
               move "N" to ws-vc-done
               move "N" to ws-vc-found
               perform until ws-vc-done = "Y"
                   read vendcat-file
                       at end
                           move "Y" to ws-vc-done
                       not at end
                           perform show-one-vendor-quote
                   end-read
               end-perform
               close vendcat-file
               if ws-vc-found = "N"
                   display "(no vendor catalog entries for this "
                     "product)"
               end-if
           end-if
           .

       show-one-vendor-quote section.
           perform parse-vendcat-record
           if ws-vc-rec-vendor > 0 and ws-vc-rec-prod = ws-vc-prod
               move "Y" to ws-vc-found
               perform get-counterparty-details(ws-vc-rec-vendor)
               move ws-vc-rec-cost to ws-vc-cost-disp
               display
                 ws-vc-vendor-text "|"
                 ws-cpty-lookup-name(1:20) "|"
                 ws-vc-cost-disp "|"
                 ws-cpty-lookup-currency "|"
                 ws-vc-moq-text "|"
                 ws-vc-lead-text "    |"
                 function trim(ws-vc-part-text)
           end-if
           .

       open-po-io section.
           open i-o purchase-orders
           perform until po-file-ok
               if po-file-missing
                   open output purchase-orders
                   close purchase-orders
               else
                   if ws-po-status = "39"
                       display "po.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "po.dat is busy (status "
                     ws-po-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open i-o purchase-orders
           end-perform
           .

                   open output purchase-orders
                   close purchase-orders
               else
                   if ws-po-status = "39"
                       display "po.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "po.dat is busy (status "
                     ws-po-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open input purchase-orders
           end-perform
           .

       get-next-po-number section.
           perform acquire-exclusive-lock
           move 0 to ws-next-po-number
           open input po-sequence
           if po-seq-ok
               read po-sequence
                   at end
                       move 0 to ws-next-po-number
                   not at end
                       move po-sequence-record to ws-next-po-number
               end-read
               close po-sequence
           else
               close po-sequence
               perform find-max-existing-po-number
               move ws-max-existing-po-number to ws-next-po-number
           end-if

           add 1 to ws-next-po-number
           open output po-sequence
           move ws-next-po-number to po-sequence-record
           write po-sequence-record
           close po-sequence
           perform release-exclusive-lock
           .

       find-max-existing-po-number section.
           move 0 to ws-max-existing-po-number
           perform open-po-input
           declare eof as binary-char = 0
           perform until eof = 1
               read purchase-orders next record
                   at end
                       move 1 to eof
                   not at end
                       if po-number > ws-max-existing-po-number
                           move po-number to ws-max-existing-po-number
                       end-if
               end-read
           end-perform
           close purchase-orders
           .

       raise-purchase-order section.
           display "Raise Purchase Order"
           move "V" to ws-cpty-wanted-type
           perform get-valid-counterparty
           if ws-cpty-cancelled = "Y"
               display "PO not raised."
           else
               move ws-cpty-id to ws-po-vendor
               perform finish-raise-purchase-order
           end-if
           .

       finish-raise-purchase-order section.
           perform get-next-po-number
           move 0 to ws-po-line-count
           perform open-po-io

           display "Products at or below their reorder threshold:"
           perform open-inventory-input
           declare eof as binary-char = 0
           perform until eof = 1
               read inventory next record
                   at end
                       move 1 to eof
                   not at end
                       if inv-quantity <= inv-reorder-threshold
                           perform offer-low-stock-po-line
                       end-if
               end-read
           end-perform
           close inventory

           declare more as binary-char = 1
           perform until more = 0
               display "Additional Product ID or SKU (0 = done): "
               move spaces to ws-prod-entry-text
               accept ws-prod-entry-text
               if function trim(ws-prod-entry-text) = "0"
                   move 0 to ws-po-prod
               else
                   perform resolve-product-entry
                   move ws-resolved-prod-id to ws-po-prod
               end-if
               if function trim(ws-prod-entry-text) = "0"
                   move 0 to more
               else
                   perform get-product-details(ws-po-prod)
                   if product-not-found
                       display "No product on file with ID "
                         ws-po-prod
                   else
                       move ws-po-vendor to ws-vc-vendor
                       move ws-po-prod to ws-vc-prod
                       perform lookup-vendor-catalog
                       if ws-vc-found = "Y"
                           move ws-vc-cost to ws-vc-cost-disp
                           display "Vendor part "
                             function trim(ws-vc-part)
                             " - quoted cost " ws-vc-cost-disp
                             ", min order " ws-vc-moq
                             ", lead " ws-vc-lead " day(s)"
                       end-if
                       display "Enter the quantity to order: "
                       perform get-valid-buy-quantity
                       move ws-valid-quantity to ws-po-order-qty
                       if ws-vc-found = "Y" and ws-vc-moq > 0
                         and ws-po-order-qty < ws-vc-moq
                           display "NOTE: below the vendor's "
                             "minimum order of " ws-vc-moq
                       end-if
                       perform add-po-line(ws-po-prod
                         ws-po-order-qty)
                   end-if
               end-if
           end-perform

           close purchase-orders
           if ws-po-line-count = 0
               display "No lines entered - PO not raised."
           else
               display "PO " ws-next-po-number " raised with "
                 ws-po-line-count " line(s) on vendor " ws-po-vendor
           end-if
           .

       offer-low-stock-po-line section.
           perform get-product-details(inv-product-id)
           if product-found and ws-product-is-active
               display inv-product-id " "
                 function trim(ws-product-name)
                 " - on hand " inv-quantity
                 ", threshold " inv-reorder-threshold
               move ws-po-vendor to ws-vc-vendor
               move inv-product-id to ws-vc-prod
               perform lookup-vendor-catalog
               if ws-vc-found = "Y"
                   move ws-vc-cost to ws-vc-cost-disp
                   display "  (vendor part "
                     function trim(ws-vc-part)
                     ", quoted cost " ws-vc-cost-disp
                     ", lead " ws-vc-lead " day(s))"
               end-if
               display "Order how many " ws-product-buy-uom
                 "? (0 = skip): "
               accept ws-po-order-qty
               if ws-po-order-qty > 0
                 and ws-product-buy-factor > 1
                   compute ws-po-order-qty =
                     ws-po-order-qty * ws-product-buy-factor
                   display "= " ws-po-order-qty " "
                     ws-product-stock-uom
               end-if
               if ws-po-order-qty > 0
                   perform add-po-line(inv-product-id
                     ws-po-order-qty)
               end-if
           end-if
           .

       add-po-line section (t-prod-id as binary-long
                            t-qty as binary-long).
           perform acquire-exclusive-lock
           add 1 to ws-po-line-count
           move ws-next-po-number to po-number
           move ws-po-line-count to po-line-no
           move ws-po-vendor to po-vendor-id
           move t-prod-id to po-product-id
           move t-qty to po-qty-ordered
           move 0 to po-qty-received
           accept po-order-date from date yyyymmdd
           move "O" to po-line-status
           write po-template
               invalid key
                   display "ERROR: unable to write PO line for "
                     "product " t-prod-id
           end-write
           perform release-exclusive-lock
           .

       view-open-pos section.
           display "PO_NUM|LINE|VENDOR   |PROD_ID  |ORDERED  |"
             "RECEIVED |DATE"
           perform open-po-input
           declare eof as binary-char = 0
           perform until eof = 1
               read purchase-orders next record
                   at end
                       move 1 to eof
                   not at end
                       if po-line-open
                           display
                             po-number "|"
                             po-line-no "|"
                             po-vendor-id "|"
                             po-product-id "|"
                             po-qty-ordered "|"
                             po-qty-received "|"
                             po-order-date
                       end-if
               end-read
           end-perform
           close purchase-orders
           .

       receive-purchase-order section.
           display "Receive Against Purchase Order"
           perform view-open-pos
           display "Enter the PO number: "
           accept ws-po-number
           perform receive-po-by-number
           .

       receive-po-by-number section.
      *> walks every line of PO ws-po-number through
      *> receive-one-po-line
           move "N" to ws-po-found-any
           perform open-po-io
           move ws-po-number to po-number
           move 0 to po-line-no
           start purchase-orders key >= po-key
               invalid key
                   continue
               not invalid key
                   declare eof as binary-char = 0
                   perform until eof = 1
                       read purchase-orders next record
                           at end
                               move 1 to eof
                           not at end
                               if po-number not = ws-po-number
                                   move 1 to eof
                               else
                                   move "Y" to ws-po-found-any
                                   move po-number to ws-dsh-po-wanted
                                   perform find-dropship-po
                                   if ws-dsh-found = "Y"
                                       display "PO " po-number
                                         " is a drop-ship order and "
                                         "is not received into stock"
                                         " - confirm it from the "
                                         "Sales Orders menu (D)"
                                   else
                                       perform receive-one-po-line
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           close purchase-orders
           if ws-po-found-any not = "Y"
               display "No PO on file with number " ws-po-number
           end-if
           .

       export-po-document section.
      *> writes one raised PO as a pipe-delimited interchange file
      *> the vendor's system can read, one file per PO, carrying the
      *> vendor's own part numbers from the catalog
           display "Export PO Document"
           perform view-open-pos
           display "Enter the PO number to export: "
           accept ws-po-number
           move spaces to ws-shell-cmd
           move "mkdir -p Exports" to ws-shell-cmd
           call "SYSTEM" using ws-shell-cmd

           move ws-po-number to ws-pox-number-out
           move spaces to ws-po-export-filename
           string
             "Exports/PO_" delimited by size
             ws-pox-number-out delimited by size
             ".txt" delimited by size
             into ws-po-export-filename
           end-string

           move 0 to ws-pox-count
           move "N" to ws-po-found-any
           perform open-po-input
           move ws-po-number to po-number
           move 0 to po-line-no
           start purchase-orders key >= po-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-asn-use
                   perform until ws-asn-use = "Y"
                       read purchase-orders next record
                           at end
                               move "Y" to ws-asn-use
                           not at end
                               if po-number not = ws-po-number
                                   move "Y" to ws-asn-use
                               else
                                   if ws-po-found-any = "N"
                                       move "Y" to ws-po-found-any
                                       open output po-export-file
                                       perform write-po-export-header
                                   end-if
                                   perform write-one-po-export-line
                               end-if
                       end-read
                   end-perform
           end-start
           close purchase-orders

           if ws-po-found-any = "N"
               display "No PO on file with number " ws-po-number
           else
               move ws-pox-count to ws-pox-count-out
               move spaces to po-export-line
               string
                 "CONTROL|LINES|" delimited by size
                 ws-pox-count-out delimited by size
                 into po-export-line
               end-string
               write po-export-line
               close po-export-file
               display "PO document written to "
                 function trim(ws-po-export-filename)
           end-if
           .

       write-po-export-header section.
           perform get-counterparty-details(po-vendor-id)
           move po-vendor-id to ws-pox-vendor-out
           accept ws-log-date from date yyyymmdd
           move spaces to po-export-line
           string
             "PO|" delimited by size
             ws-pox-number-out delimited by size
             "|VENDOR|" delimited by size
             ws-pox-vendor-out delimited by size
             "|" delimited by size
             function trim(ws-cpty-lookup-name) delimited by size
             "|DATE|" delimited by size
             ws-log-date delimited by size
             "|CURRENCY|" delimited by size
             ws-cpty-lookup-currency delimited by size
             into po-export-line
           end-string
           write po-export-line
      *> costs on the document are in the vendor's currency
           move ws-cpty-lookup-currency to ws-fx-currency
           move ws-log-date to ws-fx-date
           perform lookup-exchange-rate
           perform write-po-export-ship-to
           .

       write-one-po-export-line section.
           add 1 to ws-pox-count
           perform get-product-details(po-product-id)
           move po-vendor-id to ws-vc-vendor
           move po-product-id to ws-vc-prod
           perform lookup-vendor-catalog
           if ws-vc-found = "Y"
               move ws-vc-cost to ws-pox-cost-out
           else
               move spaces to ws-vc-part
               if ws-fx-rate-found = "Y" and ws-fx-rate > 0
                   compute ws-pox-cost-out rounded =
                     ws-product-cost / ws-fx-rate
               else
                   move ws-product-cost to ws-pox-cost-out
               end-if
           end-if
           move po-line-no to ws-pox-line-out
           move po-product-id to ws-pox-prod-out
           compute ws-pox-qty-out =
             po-qty-ordered - po-qty-received
           move spaces to po-export-line
           string
             "LINE|" delimited by size
             ws-pox-line-out delimited by size
             "|VPART|" delimited by size
             function trim(ws-vc-part) delimited by size
             "|PROD|" delimited by size
             ws-pox-prod-out delimited by size
             "|" delimited by size
             function trim(ws-product-name) delimited by size
             "|QTY|" delimited by size
             ws-pox-qty-out delimited by size
             "|" delimited by size
             ws-product-stock-uom delimited by size
             "|COST|" delimited by size
             ws-pox-cost-out delimited by size
             into po-export-line
           end-string
           write po-export-line
           .

       import-ship-notice section.
      *> reads a vendor ship-notice file
      *> (po-number|line-no|qty-shipped per line) and walks the
      *> receive flow with the notice quantities offered for
      *> confirmation
           display "Import Vendor Ship Notice"
           display "Enter the ship-notice file name: "
           move spaces to ws-bulk-load-filename
           accept ws-bulk-load-filename
           move 0 to ws-asn-count ws-asn-skipped
           open input bulk-load-file
           if not bulk-ok
               display "ERROR: cannot open " ws-bulk-load-filename
           else
               move "N" to ws-asn-use
               perform until ws-asn-use = "Y"
                   read bulk-load-file
                       at end
                           move "Y" to ws-asn-use
                       not at end
                           perform load-one-asn-line
                   end-read
               end-perform
               close bulk-load-file
               display ws-asn-count " notice line(s) loaded, "
                 ws-asn-skipped " skipped"
               if ws-asn-count = 0
                   display "Nothing to receive."
               else
                   perform receive-notice-pos
               end-if
           end-if
           .

       receive-notice-pos section.
      *> walks every distinct PO on the loaded ship notice through
      *> the receive flow
           move "Y" to ws-asn-active
           move 1 to ws-asn-po-slot
           perform until ws-asn-po-slot > ws-asn-count
               move "Y" to ws-asn-new-po
               move 1 to ws-scan-slot
               perform until ws-scan-slot >= ws-asn-po-slot
                   if asn-po(ws-scan-slot) =
                     asn-po(ws-asn-po-slot)
                       move "N" to ws-asn-new-po
                   end-if
                   add 1 to ws-scan-slot
               end-perform
               if ws-asn-new-po = "Y"
                   move asn-po(ws-asn-po-slot) to ws-po-number
                   display "Receiving against PO " ws-po-number
                     " from the ship notice"
                   perform receive-po-by-number
               end-if
               add 1 to ws-asn-po-slot
           end-perform
           move "N" to ws-asn-active
           .

       load-one-asn-line section.
           move spaces to ws-asn-po-text ws-asn-line-text
             ws-asn-qty-text
           unstring bulk-load-record delimited by "|"
             into ws-asn-po-text ws-asn-line-text ws-asn-qty-text
           end-unstring
           if function test-numval(ws-asn-po-text) not = 0
             or function test-numval(ws-asn-line-text) not = 0
             or function test-numval(ws-asn-qty-text) not = 0
               display "Notice line skipped - malformed: "
                 bulk-load-record
               add 1 to ws-asn-skipped
           else
               if ws-asn-count >= ws-max-asn-entries
                   display "WARNING: ship-notice table is full - "
                     "extra lines ignored"
                   add 1 to ws-asn-skipped
               else
                   add 1 to ws-asn-count
                   compute asn-po(ws-asn-count) =
                     function numval(ws-asn-po-text)
                   compute asn-line(ws-asn-count) =
                     function numval(ws-asn-line-text)
                   compute asn-qty(ws-asn-count) =
                     function numval(ws-asn-qty-text)
               end-if
           end-if
           .

       receive-one-po-line section.
           if not po-line-open
               display "Line " po-line-no " is closed - skipping"
           else
               perform get-product-details(po-product-id)
               display "Line " po-line-no ": product " po-product-id
                 " " function trim(ws-product-name)
               display "  Ordered " po-qty-ordered
                 ", received so far " po-qty-received
               move "N" to ws-asn-use
               if ws-asn-active = "Y"
                   perform find-asn-entry
                   if ws-asn-slot > 0
                       display "  Ship notice shows "
                         asn-qty(ws-asn-slot) " unit(s)"
                       display "  Receive the notice quantity? "
                         "(Y/N): "
                       accept ws-override-answer
                       if ws-override-answer = "Y"
                         or ws-override-answer = "y"
      *> notice quantities arrive in stocking units - no pack
      *> conversion on this path
                           move asn-qty(ws-asn-slot) to
                             ws-po-recv-qty
                           move "Y" to ws-asn-use
                       end-if
                   end-if
               end-if
               if ws-asn-use = "N"
                   display "  Quantity received now, in "
                     ws-product-buy-uom " (0 = none): "
                   accept ws-po-recv-qty
                   if ws-po-recv-qty > 0
                     and ws-product-buy-factor > 1
                       compute ws-po-recv-qty =
                         ws-po-recv-qty * ws-product-buy-factor
                       display "  = " ws-po-recv-qty " "
                         ws-product-stock-uom
                   end-if
               end-if
               if ws-po-recv-qty > 0
                   display "  Receive into which location?"
                   perform get-valid-location
                   perform get-lot-details
                   perform get-receipt-fx-rate
                   perform acquire-exclusive-lock
                   perform check-current-period-open
                   if ws-period-ok = "Y"
                       perform post-po-receipt
                       perform apply-po-line-receipt
                   end-if
                   perform release-exclusive-lock
               end-if
           end-if
           .

       find-asn-entry section.
      *> looks the PO line in the buffer up in the loaded ship
      *> notice; ws-asn-slot 0 means the line is not on the notice
           move 0 to ws-asn-slot
           move 1 to ws-scan-slot
           perform until ws-scan-slot > ws-asn-count
             or ws-asn-slot > 0
               if asn-po(ws-scan-slot) = po-number
                 and asn-line(ws-scan-slot) = po-line-no
                   move ws-scan-slot to ws-asn-slot
               end-if
               add 1 to ws-scan-slot
           end-perform
           .

       apply-po-line-receipt section.
           add ws-po-recv-qty to po-qty-received
           if po-qty-received >= po-qty-ordered
               move "C" to po-line-status
               if po-qty-received > po-qty-ordered
                   display "  *** OVER SHIPMENT: received "
                     po-qty-received " against "
                     po-qty-ordered " ordered ***"
               else
                   display "  Line complete."
               end-if
           else
               display "  *** SHORT SHIPMENT: "
                 po-qty-received " of " po-qty-ordered
                 " received - line stays open ***"
           end-if
           rewrite po-template
           .

       post-po-receipt section.
           if purchase-record-id > ws-max-purchase-records
               display "Pending transaction table is full - "
                 "printing the transaction log to make room"
               perform print-transaction-log
           end-if
           perform acquire-exclusive-lock
           move po-product-id to buy-product-id(purchase-record-id)
           move ws-po-recv-qty to buy-quantity(purchase-record-id)
           move "Buy " to buy-type(purchase-record-id)
           accept buy-date(purchase-record-id) from date yyyymmdd
           accept buy-time(purchase-record-id) from time
           move ws-operator-id to buy-operator-id(purchase-record-id)
           move spaces to buy-reason(purchase-record-id)
           move po-vendor-id to buy-counterparty(purchase-record-id)
           move ws-location-code to buy-location(purchase-record-id)
           move ws-location-code to ws-io-location
           move po-number to buy-po-number(purchase-record-id)
           move po-line-no to buy-po-line(purchase-record-id)
           move 0 to buy-cogs(purchase-record-id)
           move ws-entered-lot to buy-lot(purchase-record-id)
           move 0 to buy-tax(purchase-record-id)
           move spaces to buy-tax-code(purchase-record-id)
           perform get-product-details(
             buy-product-id(purchase-record-id))
           move ws-product-cost to
             buy-unit-price(purchase-record-id)
           move ws-product-cost to ws-layer-cost
           if ws-fx-currency not = ws-home-currency
               perform price-foreign-receipt
           end-if
           move "Buy " to ws-trace-type
           move po-vendor-id to ws-trace-cpty
           perform create-cost-layer(
             buy-product-id(purchase-record-id)
             buy-quantity(purchase-record-id))
           perform record-po-receipt
           move buy-quantity(purchase-record-id) to ws-inv-delta
           perform update-inventory(buy-product-id(purchase-record-id)
             ws-inv-delta)
           perform stage-transaction(purchase-record-id)
           perform subledger-post-staged
           if ws-fx-currency not = ws-home-currency
             and ws-oi-amount not = 0
               perform record-fx-open-item
           end-if
           add 1 to purchase-record-id
           perform release-exclusive-lock
           .

       get-receipt-fx-rate section.
      *> the vendor's currency and today's rate for the receipt
      *> about to be posted; settled before the lock is taken so
      *> a missing rate can be keyed
           perform get-counterparty-details(po-vendor-id)
           move ws-cpty-lookup-currency to ws-fx-currency
           accept ws-fx-date from date yyyymmdd
           perform get-posting-rate
           .

       price-foreign-receipt section.
      *> a vendor billing in its own currency: the catalog cost is
      *> in that currency and the home cost is fixed at the
      *> receipt-date rate; the layer and the payable both take the
      *> home value
           move po-vendor-id to ws-vc-vendor
           move po-product-id to ws-vc-prod
           perform lookup-vendor-catalog
           if ws-vc-found = "Y"
               move ws-vc-cost to ws-fx-unit-foreign
           else
               compute ws-fx-unit-foreign rounded =
                 ws-product-cost / ws-fx-rate
           end-if
           compute ws-fx-unit-home rounded =
             ws-fx-unit-foreign * ws-fx-rate
           move ws-fx-unit-home to buy-unit-price(purchase-record-id)
           move ws-fx-unit-home to ws-layer-cost
           move ws-fx-unit-foreign to ws-fx-amount-disp
           move ws-fx-rate to ws-fx-rate-disp
           move ws-fx-unit-home to ws-fx-amount-disp-2
           display "  " ws-fx-currency " " ws-fx-amount-disp
             " at " ws-fx-rate-disp " = " ws-fx-amount-disp-2
             " per unit"
           .

       record-fx-open-item section.
      *> keeps the vendor-currency side of the payable just raised
      *> for the receipt; the open item itself holds the home value
           perform open-fxitem-io
           move buy-counterparty(purchase-record-id) to fxi-cpty-id
           move ws-oi-last-seq to fxi-item-seq
           move ws-fx-currency to fxi-currency
           move ws-fx-rate to fxi-rate
           move ws-fx-rate-date to fxi-rate-date
           compute fxi-foreign-original =
             buy-quantity(purchase-record-id) * ws-fx-unit-foreign
           move fxi-foreign-original to fxi-foreign-open
           move ws-oi-amount to fxi-home-original
           write fxitem-template
               invalid key
                   rewrite fxitem-template
           end-write
           close fx-open-items
           .

       open-fxitem-io section.
           open i-o fx-open-items
           perform until fxi-file-ok
               if fxi-file-missing
                   open output fx-open-items
                   close fx-open-items
               else
                   if ws-fxi-status = "39"
                       display "fx_items.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "fx_items.dat is busy (status "
                     ws-fxi-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open i-o fx-open-items
           end-perform
           .

       open-fxitem-input section.
           open input fx-open-items
           perform until fxi-file-ok
               if fxi-file-missing
                   open output fx-open-items
                   close fx-open-items
               else
                   if ws-fxi-status = "39"
                       display "fx_items.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "fx_items.dat is busy (status "
                     ws-fxi-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open input fx-open-items
           end-perform
           .

       ensure-fxrate-file section.
           open input fxrate-file
           if not fxrate-ok
               open output fxrate-file
               close fxrate-file
           else
               close fxrate-file
           end-if
           .

       parse-fxrate-record section.
      *> splits fxrate-record (currency|yyyymmdd|rate) into
      *> ws-fxr-rec-*; malformed lines come back with rate 0
           move spaces to ws-fxr-cur-text ws-fxr-date-text
             ws-fxr-rate-text
           unstring fxrate-record delimited by "|"
             into ws-fxr-cur-text ws-fxr-date-text ws-fxr-rate-text
           end-unstring
           move ws-fxr-cur-text to ws-fxr-rec-currency
           move 0 to ws-fxr-rec-date ws-fxr-rec-rate
           if function test-numval(ws-fxr-date-text) = 0
             and function test-numval(ws-fxr-rate-text) = 0
               compute ws-fxr-rec-date =
                 function numval(ws-fxr-date-text)
               compute ws-fxr-rec-rate =
                 function numval(ws-fxr-rate-text)
           end-if
           .

       lookup-exchange-rate section.
      *> the rate for ws-fx-currency in force on ws-fx-date - the
      *> latest one dated on or before it - in home currency per
      *> unit of the foreign currency. The home currency is always 1.
           move "N" to ws-fx-rate-found
           move 0 to ws-fx-rate ws-fx-rate-date
           if ws-fx-currency = spaces
               move ws-home-currency to ws-fx-currency
           end-if
           if ws-fx-currency = ws-home-currency
               move "Y" to ws-fx-rate-found
               move 1 to ws-fx-rate
               move ws-fx-date to ws-fx-rate-date
           else
               perform ensure-fxrate-file
               open input fxrate-file
               move "N" to ws-fxr-done
               perform until ws-fxr-done = "Y"
                   read fxrate-file
                       at end
                           move "Y" to ws-fxr-done
                       not at end
                           perform parse-fxrate-record
                           if ws-fxr-rec-currency = ws-fx-currency
                             and ws-fxr-rec-rate > 0
                             and ws-fxr-rec-date <= ws-fx-date
                             and ws-fxr-rec-date >= ws-fx-rate-date
                               move "Y" to ws-fx-rate-found
                               move ws-fxr-rec-rate to ws-fx-rate
                               move ws-fxr-rec-date to
                                 ws-fx-rate-date
                           end-if
                   end-read
               end-perform
               close fxrate-file
           end-if
           .

       get-posting-rate section.
      *> as lookup-exchange-rate, but a currency with no rate yet
      *> has one keyed now and added to the rate table
           perform lookup-exchange-rate
           if ws-fx-rate-found = "N"
               display "No " ws-fx-currency " exchange rate on file "
                 "for " ws-fx-date
               perform get-valid-fx-rate
               perform append-exchange-rate
               move "Y" to ws-fx-rate-found
               move ws-fx-date to ws-fx-rate-date
           end-if
           .

       get-valid-fx-rate section.
           move "N" to ws-input-ok
           perform until ws-input-ok = "Y"
               display "Enter the rate (" ws-home-currency " per 1 "
                 ws-fx-currency "): "
               move spaces to ws-numeric-input
               accept ws-numeric-input
               if function test-numval(ws-numeric-input) = 0
                   compute ws-fx-rate =
                     function numval(ws-numeric-input)
                   if ws-fx-rate > 0
                       move "Y" to ws-input-ok
                   else
                       display "Invalid entry - the rate must be "
                         "greater than zero"
                   end-if
               else
                   display "Invalid entry - please enter a numeric "
                     "rate"
               end-if
           end-perform
           .

       append-exchange-rate section.
      *> adds ws-fx-currency at ws-fx-rate effective ws-fx-date
           perform acquire-exclusive-lock
           perform ensure-fxrate-file
           open extend fxrate-file
           move ws-fx-rate to ws-fxr-rate-out
           move spaces to fxrate-record
           string
             ws-fx-currency delimited by size
             "|" delimited by size
             ws-fx-date delimited by size
             "|" delimited by size
             ws-fxr-rate-out delimited by size
             into fxrate-record
           end-string
           write fxrate-record
           close fxrate-file
           perform release-exclusive-lock
           .

       maintain-exchange-rates section.
           display "Exchange Rates (" ws-home-currency
             " per unit of foreign currency)"
           display "CUR|EFFECTIVE|RATE"
           perform ensure-fxrate-file
           open input fxrate-file
           move "N" to ws-fxr-done
           perform until ws-fxr-done = "Y"
               read fxrate-file
                   at end
                       move "Y" to ws-fxr-done
                   not at end
                       display function trim(fxrate-record)
               end-read
           end-perform
           close fxrate-file

           display "Add a rate? (Y/N): "
           accept ws-fx-answer
           if ws-fx-answer = "Y" or ws-fx-answer = "y"
               display "Currency code (e.g. EUR): "
               move spaces to ws-fx-currency
               accept ws-fx-currency
               move function upper-case(ws-fx-currency) to
                 ws-fx-currency
               if ws-fx-currency = spaces
                 or ws-fx-currency = ws-home-currency
                   display "Rates are kept for foreign currencies "
                     "only - nothing added"
               else
                   display "Effective date (yyyymmdd, blank = "
                     "today): "
                   perform get-fx-date
                   perform get-valid-fx-rate
                   perform append-exchange-rate
                   display "Rate added."
               end-if
           end-if
           .

       get-fx-date section.
      *> a valid yyyymmdd date into ws-fx-date; blank is today
           move "N" to ws-input-ok
           perform until ws-input-ok = "Y"
               move spaces to ws-numeric-input
               accept ws-numeric-input
               if ws-numeric-input = spaces
                   accept ws-fx-date from date yyyymmdd
                   move "Y" to ws-input-ok
               else
                   if function test-numval(ws-numeric-input) = 0
                       compute ws-fx-date =
                         function numval(ws-numeric-input)
                       if function test-date-yyyymmdd(ws-fx-date) = 0
                           move "Y" to ws-input-ok
                       end-if
                   end-if
                   if ws-input-ok not = "Y"
                       display "Invalid date - please enter "
                         "yyyymmdd: "
                   end-if
               end-if
           end-perform
           .

       get-valid-currency section.
      *> a three-letter currency code into ws-fx-currency; blank is
      *> the home currency
           move "N" to ws-input-ok
           perform until ws-input-ok = "Y"
               move spaces to ws-fx-currency
               accept ws-fx-currency
               move function upper-case(ws-fx-currency) to
                 ws-fx-currency
               if ws-fx-currency = spaces
                   move ws-home-currency to ws-fx-currency
               end-if
               if ws-fx-currency is alphabetic
                 and ws-fx-currency(3:1) not = space
                   move "Y" to ws-input-ok
               else
                   display "Invalid entry - please enter a "
                     "three-letter currency code: "
               end-if
           end-perform
           .

       record-po-receipt section.
      *> keeps the PO line, layer and cost of each receipt so that
      *> landed charges arriving later can find the layer they
      *> belong to
           move spaces to receipt-record
           move po-number to rcv-po-number
           move po-line-no to rcv-po-line
           move po-vendor-id to rcv-vendor-id
           move buy-product-id(purchase-record-id) to rcv-product-id
           move buy-location(purchase-record-id) to rcv-location
           move ws-layer-last-seq to rcv-layer-seq
           move buy-quantity(purchase-record-id) to rcv-quantity
           move buy-unit-price(purchase-record-id) to rcv-unit-cost
           move buy-date(purchase-record-id) to rcv-date
           move buy-lot(purchase-record-id) to rcv-lot
           move "|" to rcv-sep-1 rcv-sep-2 rcv-sep-3 rcv-sep-4
             rcv-sep-5 rcv-sep-6 rcv-sep-7 rcv-sep-8 rcv-sep-9
           open extend receipt-file
           if not rcv-file-ok
               open output receipt-file
           end-if
           write receipt-record
           close receipt-file
           .

       landed-cost-entry section.
      *> freight, duty and brokerage on an inbound shipment are
      *> spread over the receipt lines of a PO or of a vendor ship
      *> notice and added to the cost of the layers those receipts
      *> created; the share of stock already gone goes to COGS
           display "Landed Cost Charges"
           display "Charge against a PO (P) or a ship notice file "
             "(S)? "
           move space to ws-lc-mode
           accept ws-lc-mode
           move function upper-case(ws-lc-mode) to ws-lc-mode
           move 0 to ws-lc-line-count
           if ws-lc-mode = "S"
               perform load-landed-ship-notice
           else
               move "P" to ws-lc-mode
               display "Enter the PO number: "
               accept ws-po-number
               perform load-landed-receipts
           end-if
           if ws-lc-line-count = 0
               display "No receipts on file to charge."
           else
               perform show-landed-receipts
               move "N" to ws-lc-done
               perform until ws-lc-done = "Y"
                   perform enter-landed-charge
               end-perform
           end-if
           .

       load-landed-ship-notice section.
           display "Enter the ship-notice file name: "
           move spaces to ws-bulk-load-filename
           accept ws-bulk-load-filename
           move 0 to ws-asn-count ws-asn-skipped
           open input bulk-load-file
           if not bulk-ok
               display "ERROR: cannot open " ws-bulk-load-filename
           else
               move "N" to ws-asn-use
               perform until ws-asn-use = "Y"
                   read bulk-load-file
                       at end
                           move "Y" to ws-asn-use
                       not at end
                           perform load-one-asn-line
                   end-read
               end-perform
               close bulk-load-file
               if ws-asn-count > 0
                   perform load-landed-receipts
               end-if
           end-if
           .

       load-landed-receipts section.
      *> fills lc-line with the receipts of PO ws-po-number, or of
      *> every PO line on the loaded ship notice
           open input receipt-file
           if rcv-file-ok
               move "N" to ws-rcv-done
               perform until ws-rcv-done = "Y"
                   read receipt-file
                       at end
                           move "Y" to ws-rcv-done
                       not at end
                           move 0 to ws-asn-slot
                           if ws-lc-mode = "S"
                               perform match-receipt-to-notice
                           else
                               if rcv-po-number = ws-po-number
                                   move 1 to ws-asn-slot
                               end-if
                           end-if
                           if ws-asn-slot > 0
                               perform add-landed-receipt
                           end-if
                   end-read
               end-perform
           end-if
           close receipt-file
           .

       match-receipt-to-notice section.
           move 1 to ws-scan-slot
           perform until ws-scan-slot > ws-asn-count
             or ws-asn-slot > 0
               if asn-po(ws-scan-slot) = rcv-po-number
                 and asn-line(ws-scan-slot) = rcv-po-line
                   move ws-scan-slot to ws-asn-slot
               end-if
               add 1 to ws-scan-slot
           end-perform
           .

       add-landed-receipt section.
           if ws-lc-line-count >= ws-max-lc-lines
               display "WARNING: more receipt lines than one charge "
                 "can be spread over - extras ignored"
               move "Y" to ws-rcv-done
           else
               add 1 to ws-lc-line-count
               move rcv-po-number to lcl-po-number(ws-lc-line-count)
               move rcv-po-line to lcl-po-line(ws-lc-line-count)
               move rcv-product-id to
                 lcl-product-id(ws-lc-line-count)
               move rcv-location to lcl-location(ws-lc-line-count)
               move rcv-layer-seq to lcl-layer-seq(ws-lc-line-count)
               move rcv-lot to lcl-lot(ws-lc-line-count)
               move rcv-quantity to lcl-quantity(ws-lc-line-count)
               move rcv-unit-cost to lcl-unit-cost(ws-lc-line-count)
               move 0 to lcl-basis(ws-lc-line-count)
                 lcl-allocated(ws-lc-line-count)
                 lcl-capitalised(ws-lc-line-count)
                 lcl-expensed(ws-lc-line-count)
           end-if
           .

       show-landed-receipts section.
           display "Receipt lines:"
           display "  PO    |LN |PROD_ID  |LOC |QUANTITY |UNIT COST"
           move 1 to ws-lc-slot
           perform until ws-lc-slot > ws-lc-line-count
               move lcl-quantity(ws-lc-slot) to ws-lc-qty-disp
               move lcl-unit-cost(ws-lc-slot) to ws-lc-amount-disp
               display "  " lcl-po-number(ws-lc-slot) "|"
                 lcl-po-line(ws-lc-slot) "|"
                 lcl-product-id(ws-lc-slot) "|"
                 lcl-location(ws-lc-slot) "|"
                 ws-lc-qty-disp "|" ws-lc-amount-disp
               add 1 to ws-lc-slot
           end-perform
           .

       enter-landed-charge section.
           display "Charge type - FRT freight, DUT duty, "
             "BRK brokerage (blank = done): "
           move spaces to ws-lc-charge-type
           accept ws-lc-charge-type
           move function upper-case(ws-lc-charge-type) to
             ws-lc-charge-type
           if ws-lc-charge-type = spaces
               move "Y" to ws-lc-done
           else
               if ws-lc-charge-type not = "FRT"
                 and ws-lc-charge-type not = "DUT"
                 and ws-lc-charge-type not = "BRK"
                   display "Unknown charge type - use FRT, DUT or BRK"
               else
                   perform get-landed-charge-details
                   perform split-landed-charge
                   if ws-lc-basis-total = 0
                       display "Nothing to spread the charge over - "
                         "charge not posted"
                   else
                       display "Post this charge? (Y/N): "
                       move space to ws-lc-answer
                       accept ws-lc-answer
                       if ws-lc-answer = "Y" or ws-lc-answer = "y"
                           perform post-landed-charge
                       else
                           display "Charge not posted."
                       end-if
                   end-if
               end-if
           end-if
           .

       get-landed-charge-details section.
           move "N" to ws-input-ok
           perform until ws-input-ok = "Y"
               display "Charge amount: "
               move spaces to ws-numeric-input
               accept ws-numeric-input
               if function test-numval(ws-numeric-input) = 0
                   compute ws-lc-amount =
                     function numval(ws-numeric-input)
                   if ws-lc-amount > 0
                       move "Y" to ws-input-ok
                   end-if
               end-if
               if ws-input-ok not = "Y"
                   display "Invalid entry - please enter an amount "
                     "greater than zero"
               end-if
           end-perform
           move space to ws-lc-basis
           perform until ws-lc-basis = "W" or ws-lc-basis = "V"
             or ws-lc-basis = "Q"
               display "Allocate by Weight, Value or Quantity? "
                 "(W/V/Q): "
               accept ws-lc-basis
               move function upper-case(ws-lc-basis) to ws-lc-basis
           end-perform
           display "Carrier / broker invoice reference: "
           move spaces to ws-lc-reference
           accept ws-lc-reference
           move 1 to ws-lc-slot
           perform until ws-lc-slot > ws-lc-line-count
               evaluate ws-lc-basis
                   when "V"
                       compute lcl-basis(ws-lc-slot) =
                         lcl-quantity(ws-lc-slot) *
                         lcl-unit-cost(ws-lc-slot)
                   when "Q"
                       move lcl-quantity(ws-lc-slot) to
                         lcl-basis(ws-lc-slot)
                   when other
                       perform get-landed-line-weight
               end-evaluate
               add 1 to ws-lc-slot
           end-perform
           .

       get-landed-line-weight section.
      *> weights come off the carrier's bill, one per receipt line
           move "N" to ws-input-ok
           perform until ws-input-ok = "Y"
               display "  Weight for PO " lcl-po-number(ws-lc-slot)
                 " line " lcl-po-line(ws-lc-slot) " product "
                 lcl-product-id(ws-lc-slot) ": "
               move spaces to ws-numeric-input
               accept ws-numeric-input
               if function test-numval(ws-numeric-input) = 0
                   compute lcl-basis(ws-lc-slot) =
                     function numval(ws-numeric-input)
                   if lcl-basis(ws-lc-slot) >= 0
                       move "Y" to ws-input-ok
                   end-if
               end-if
               if ws-input-ok not = "Y"
                   display "Invalid entry - please enter a weight"
               end-if
           end-perform
           .

       split-landed-charge section.
      *> each line's share is in proportion to its basis; the last
      *> line takes the rounding so the split adds up to the charge
           move 0 to ws-lc-basis-total ws-lc-allocated-sum
           move 1 to ws-lc-slot
           perform until ws-lc-slot > ws-lc-line-count
               add lcl-basis(ws-lc-slot) to ws-lc-basis-total
               add 1 to ws-lc-slot
           end-perform
           if ws-lc-basis-total > 0
               display "  PO    |LN |PROD_ID  |BASIS       |SHARE"
               move 1 to ws-lc-slot
               perform until ws-lc-slot > ws-lc-line-count
                   if ws-lc-slot = ws-lc-line-count
                       compute lcl-allocated(ws-lc-slot) =
                         ws-lc-amount - ws-lc-allocated-sum
                   else
                       compute lcl-allocated(ws-lc-slot) rounded =
                         ws-lc-amount * lcl-basis(ws-lc-slot)
                         / ws-lc-basis-total
                   end-if
                   add lcl-allocated(ws-lc-slot) to
                     ws-lc-allocated-sum
                   move lcl-basis(ws-lc-slot) to ws-lc-basis-disp
                   move lcl-allocated(ws-lc-slot) to
                     ws-lc-amount-disp
                   display "  " lcl-po-number(ws-lc-slot) "|"
                     lcl-po-line(ws-lc-slot) "|"
                     lcl-product-id(ws-lc-slot) "|"
                     ws-lc-basis-disp "|" ws-lc-amount-disp
                   add 1 to ws-lc-slot
               end-perform
           end-if
           .

       post-landed-charge section.
           perform acquire-exclusive-lock
           perform check-current-period-open
           if ws-period-ok = "Y"
               perform get-next-landed-cost-number
               move 0 to ws-lc-capitalised ws-lc-expensed
               move 1 to ws-lc-slot
               perform until ws-lc-slot > ws-lc-line-count
                   perform apply-landed-to-layer
                   perform write-landed-cost-line
                   add lcl-capitalised(ws-lc-slot) to
                     ws-lc-capitalised
                   add lcl-expensed(ws-lc-slot) to ws-lc-expensed
                   add 1 to ws-lc-slot
               end-perform
               move ws-lc-capitalised to ws-lc-cap-disp
               move ws-lc-expensed to ws-lc-exp-disp
               display "Landed cost charge " ws-next-lc-number
                 " posted - " function trim(ws-lc-cap-disp)
                 " added to stock, " function trim(ws-lc-exp-disp)
                 " to cost of sales"
           end-if
           perform release-exclusive-lock
           .

       apply-landed-to-layer section.
      *> the receipt's share is spread per unit received; units still
      *> in the receipt layer carry it in their cost, and so do units
      *> of the lot since moved to another location (transfers, the
      *> quarantine sweep). Only what has left stock is charged to
      *> COGS.
           move 0 to lcl-capitalised(ws-lc-slot)
           move 0 to ws-lc-remaining
           if lcl-quantity(ws-lc-slot) > 0
             and lcl-allocated(ws-lc-slot) > 0
               compute ws-lc-uplift =
                 lcl-allocated(ws-lc-slot) / lcl-quantity(ws-lc-slot)
               perform open-layers-io
               move lcl-product-id(ws-lc-slot) to layer-product-id
               move lcl-location(ws-lc-slot) to layer-location
               move lcl-layer-seq(ws-lc-slot) to layer-seq
               read cost-layers key is layer-key
                   invalid key
                       continue
                   not invalid key
                       if layer-quantity > 0 and ws-lc-uplift > 0
                           move layer-quantity to ws-lc-remaining
                           if ws-lc-remaining >
                             lcl-quantity(ws-lc-slot)
                               move lcl-quantity(ws-lc-slot) to
                                 ws-lc-remaining
                           end-if
                           compute lcl-capitalised(ws-lc-slot) =
                             ws-lc-remaining * ws-lc-uplift
                           add ws-lc-uplift to layer-unit-cost
                           rewrite layer-template
                       end-if
               end-read
               compute ws-lc-moved =
                 lcl-quantity(ws-lc-slot) - ws-lc-remaining
               if lcl-lot(ws-lc-slot) not = spaces
                 and ws-lc-moved > 0 and ws-lc-uplift > 0
                   perform uplift-moved-lot-layers
               end-if
               close cost-layers
           end-if
           compute lcl-expensed(ws-lc-slot) =
             lcl-allocated(ws-lc-slot) - lcl-capitalised(ws-lc-slot)
           .

       uplift-moved-lot-layers section.
      *> ws-lc-moved units of the receipt's lot have left the
      *> receipt layer; those still held at other locations take
      *> their share of the uplift. A layer holding more of the lot
      *> than is owed gets the amount spread over all its units.
           move lcl-product-id(ws-lc-slot) to layer-product-id
           move low-values to layer-location
           move 0 to layer-seq
           start cost-layers key >= layer-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-lc-lot-done
                   perform until ws-lc-lot-done = "Y"
                     or ws-lc-moved = 0
                       read cost-layers next record
                           at end
                               move "Y" to ws-lc-lot-done
                           not at end
                               if layer-product-id not =
                                 lcl-product-id(ws-lc-slot)
                                   move "Y" to ws-lc-lot-done
                               else
                                   if layer-location not =
                                     lcl-location(ws-lc-slot)
                                     and layer-lot =
                                       lcl-lot(ws-lc-slot)
                                     and layer-quantity > 0
                                       perform uplift-one-moved-layer
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           .

       uplift-one-moved-layer section.
           if layer-quantity > ws-lc-moved
               move ws-lc-moved to ws-lc-take
               compute ws-lc-unit-add =
                 ws-lc-take * ws-lc-uplift / layer-quantity
           else
               move layer-quantity to ws-lc-take
               move ws-lc-uplift to ws-lc-unit-add
           end-if
           if ws-lc-unit-add > 0
               add ws-lc-unit-add to layer-unit-cost
               rewrite layer-template
               compute lcl-capitalised(ws-lc-slot) =
                 lcl-capitalised(ws-lc-slot) +
                 layer-quantity * ws-lc-unit-add
           end-if
           subtract ws-lc-take from ws-lc-moved
           .

       write-landed-cost-line section.
           move spaces to landed-record
           move ws-next-lc-number to lc-number
           accept lc-date from date yyyymmdd
           move ws-lc-charge-type to lc-charge-type
           move ws-lc-basis to lc-basis
           move ws-lc-reference to lc-reference
           move lcl-po-number(ws-lc-slot) to lc-po-number
           move lcl-po-line(ws-lc-slot) to lc-po-line
           move lcl-product-id(ws-lc-slot) to lc-product-id
           move lcl-location(ws-lc-slot) to lc-location
           move lcl-layer-seq(ws-lc-slot) to lc-layer-seq
           move lcl-basis(ws-lc-slot) to lc-basis-amount
           move lcl-allocated(ws-lc-slot) to lc-allocated
           move lcl-capitalised(ws-lc-slot) to lc-capitalised
           move lcl-expensed(ws-lc-slot) to lc-expensed
           move ws-lc-gl-key to lc-gl-key
           move ws-operator-id to lc-operator
           move "|" to lc-sep-1 lc-sep-2 lc-sep-3 lc-sep-4 lc-sep-5
             lc-sep-6 lc-sep-7 lc-sep-8 lc-sep-9 lc-sep-10
             lc-sep-11 lc-sep-12 lc-sep-13 lc-sep-14 lc-sep-15
           open extend landed-cost-file
           if not lc-file-ok
               open output landed-cost-file
           end-if
           write landed-record
           close landed-cost-file
           .

       get-next-landed-cost-number section.
           perform acquire-exclusive-lock
           move 0 to ws-next-lc-number
           open input landed-cost-sequence
           if lc-seq-ok
               read landed-cost-sequence
                   at end
                       move 0 to ws-next-lc-number
                   not at end
                       move lc-sequence-record to ws-next-lc-number
               end-read
               close landed-cost-sequence
           else
               close landed-cost-sequence
               perform find-max-existing-landed-cost-number
               move ws-max-existing-lc-number to ws-next-lc-number
           end-if

           add 1 to ws-next-lc-number
           open output landed-cost-sequence
           move ws-next-lc-number to lc-sequence-record
           write lc-sequence-record
           close landed-cost-sequence
           perform release-exclusive-lock
           .

       find-max-existing-landed-cost-number section.
           move 0 to ws-max-existing-lc-number
           open input landed-cost-file
           if lc-file-ok
               move "N" to ws-lc-done
               perform until ws-lc-done = "Y"
                   read landed-cost-file
                       at end
                           move "Y" to ws-lc-done
                       not at end
                           if lc-number is numeric
                             and lc-number > ws-max-existing-lc-number
                               move lc-number to
                                 ws-max-existing-lc-number
                           end-if
                   end-read
               end-perform
           end-if
           close landed-cost-file
           move "N" to ws-lc-done
           .

       landed-cost-register section.
      *> every landed charge posted in the date range, with its
      *> split over the receipt lines and the accrual account it
      *> was credited to
           display "Landed Cost Register"
           display "Enter From Date (yyyymmdd, blank = today): "
           move spaces to ws-cb-date-text
           accept ws-cb-date-text
           if ws-cb-date-text is numeric
               move ws-cb-date-text to ws-lc-from-date
           else
               accept ws-lc-from-date from date yyyymmdd
           end-if
           display "Enter To Date (yyyymmdd, blank = from date): "
           move spaces to ws-cb-date-text
           accept ws-cb-date-text
           if ws-cb-date-text is numeric
               move ws-cb-date-text to ws-lc-to-date
           else
               move ws-lc-from-date to ws-lc-to-date
           end-if
           perform load-gl-accounts
           move "LANDED COST REGISTER" to ws-rpt-title
           move "Landed_Cost" to ws-rpt-name
           perform open-report-output
           move 0 to ws-lc-last-number ws-lc-count ws-lc-charge-count
             ws-lc-allocated-sum ws-lc-capitalised ws-lc-expensed
           open input landed-cost-file
           if lc-file-ok
               move "N" to ws-lc-done
               perform until ws-lc-done = "Y"
                   read landed-cost-file
                       at end
                           move "Y" to ws-lc-done
                       not at end
                           if lc-date >= ws-lc-from-date
                             and lc-date <= ws-lc-to-date
                               perform print-landed-cost-line
                           end-if
                   end-read
               end-perform
           end-if
           close landed-cost-file
           if ws-lc-charge-count = 0
               move "(no landed charges in this range)" to rpt-detail
               perform put-report-line
           else
               move ws-lc-allocated-sum to ws-lc-total-disp
               move ws-lc-capitalised to ws-lc-cap-disp
               move ws-lc-expensed to ws-lc-exp-disp
               move ws-lc-charge-count to ws-lc-qty-disp
               string
                 "Charges: " delimited by size
                 function trim(ws-lc-qty-disp) delimited by size
                 "  Total " delimited by size
                 function trim(ws-lc-total-disp) delimited by size
                 "  to stock " delimited by size
                 function trim(ws-lc-cap-disp) delimited by size
                 "  to COGS " delimited by size
                 function trim(ws-lc-exp-disp) delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           perform close-report-output
           .

       print-landed-cost-line section.
           if lc-number not = ws-lc-last-number
               move lc-number to ws-lc-last-number
               add 1 to ws-lc-charge-count
               move lc-gl-key to ws-gl-key
               perform lookup-gl-account
               move lc-number to ws-lc-number-out
               perform put-report-line
               string
                 "CHARGE " delimited by size
                 ws-lc-number-out delimited by size
                 " " delimited by size
                 lc-date delimited by size
                 " " delimited by size
                 lc-charge-type delimited by size
                 " BY " delimited by size
                 lc-basis delimited by size
                 " REF " delimited by size
                 lc-reference delimited by size
                 " ACCRUAL " delimited by size
                 function trim(ws-lc-gl-number) delimited by size
                 " " delimited by size
                 function trim(ws-lc-gl-desc) delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               string
                 "  PO    |LN |PROD_ID  |LOC |BASIS       |"
                   delimited by size
                 "SHARE       |TO STOCK    |TO COGS" delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           add 1 to ws-lc-count
           add lc-allocated to ws-lc-allocated-sum
           add lc-capitalised to ws-lc-capitalised
           add lc-expensed to ws-lc-expensed
           move lc-basis-amount to ws-lc-basis-disp
           move lc-allocated to ws-lc-amount-disp
           move lc-capitalised to ws-lc-cap-disp
           move lc-expensed to ws-lc-exp-disp
           string
             "  " delimited by size
             lc-po-number delimited by size
             "|" delimited by size
             lc-po-line delimited by size
             "|" delimited by size
             lc-product-id delimited by size
             "|" delimited by size
             lc-location delimited by size
             "|" delimited by size
             ws-lc-basis-disp delimited by size
             "|" delimited by size
             ws-lc-amount-disp delimited by size
             "|" delimited by size
             ws-lc-cap-disp delimited by size
             "|" delimited by size
             ws-lc-exp-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       lookup-gl-account section.
      *> account number and description mapped to ws-gl-key
           move spaces to ws-lc-gl-number ws-lc-gl-desc
           move ws-gl-key to ws-lc-gl-number
           declare i as binary-long = 1
           perform until i > ws-gl-account-count
               if gla-key(i) = ws-gl-key
                   move gla-number(i) to ws-lc-gl-number
                   move gla-desc(i) to ws-lc-gl-desc
               end-if
               add 1 to i
           end-perform
           .

       vendor-invoice-entry section.
      *> keys the vendor's bill against a PO and matches each line
      *> three ways - billed against the PO price and against what
      *> was received and not yet billed. Lines outside tolerance
      *> are held, and so are the PO's payables until released.
           display "Vendor Invoice Entry"
           display "Enter the PO number: "
           accept ws-po-number
           move "N" to ws-po-found-any
           perform open-po-input
           move ws-po-number to po-number
           move 0 to po-line-no
           start purchase-orders key >= po-key
               invalid key
                   continue
               not invalid key
                   read purchase-orders next record
                       at end
                           continue
                       not at end
                           if po-number = ws-po-number
                               move "Y" to ws-po-found-any
                               move po-vendor-id to ws-vi-vendor
                           end-if
                   end-read
           end-start
           close purchase-orders
           if ws-po-found-any not = "Y"
               display "No PO on file with number " ws-po-number
           else
               perform get-counterparty-details(ws-vi-vendor)
               display "Vendor " ws-vi-vendor " "
                 function trim(ws-cpty-lookup-name)
               display "Enter the vendor's invoice number: "
               move spaces to ws-vi-invoice-no
               accept ws-vi-invoice-no
               perform check-vendor-invoice-on-file
               if ws-vi-invoice-no = spaces
                   display "No invoice number - nothing entered."
               else
                if ws-vi-on-file = "Y"
                   display "Invoice " function trim(ws-vi-invoice-no)
                     " from this vendor is already on file."
                else
                   move ws-po-number to ws-vi-po-out
                   move spaces to ws-vi-po-ref
                   string
                     "PO " delimited by size
                     ws-vi-po-out delimited by size
                     into ws-vi-po-ref
                   end-string
                   move 0 to ws-vi-line-count ws-vi-hold-count
                   move "Y" to ws-vi-more
                   perform until ws-vi-more = "N"
                       display "PO line number (0 = done): "
                       accept ws-vi-line
                       if ws-vi-line = 0
                           move "N" to ws-vi-more
                       else
                           perform enter-vendor-invoice-line
                       end-if
                   end-perform
                   if ws-vi-hold-count > 0
                       move "H" to ws-vi-new-oi-status
                       perform set-po-payable-status
                   end-if
                   display "Invoice " function trim(ws-vi-invoice-no)
                     ": " ws-vi-line-count " line(s) entered, "
                     ws-vi-hold-count " on hold"
                end-if
               end-if
           end-if
           .

       check-vendor-invoice-on-file section.
           move "N" to ws-vi-on-file
           open input vendor-invoice-file
           if vi-file-ok
               move "N" to ws-vi-done
               perform until ws-vi-done = "Y"
                   read vendor-invoice-file
                       at end
                           move "Y" to ws-vi-done
                       not at end
                           if vi-vendor-id = ws-vi-vendor
                             and vi-invoice-no = ws-vi-invoice-no
                               move "Y" to ws-vi-on-file
                           end-if
                   end-read
               end-perform
           end-if
           close vendor-invoice-file
           .

       enter-vendor-invoice-line section.
           perform open-po-input
           move ws-po-number to po-number
           move ws-vi-line to po-line-no
           read purchase-orders key is po-key
               invalid key
                   move "N" to ws-po-found-any
               not invalid key
                   move "Y" to ws-po-found-any
           end-read
           if ws-po-found-any not = "Y"
               display "PO " ws-po-number " has no line " ws-vi-line
           else
               perform get-product-details(po-product-id)
               perform get-vendor-invoice-po-price
               perform get-vendor-invoice-billed-before
               compute ws-vi-qty-open =
                 po-qty-received - ws-vi-billed-before
               if ws-vi-qty-open < 0
                   move 0 to ws-vi-qty-open
               end-if
               move ws-vi-po-price to ws-vi-po-price-disp
               display "Line " po-line-no ": product " po-product-id
                 " " function trim(ws-product-name)
               display "  Ordered " po-qty-ordered ", received "
                 po-qty-received ", already billed "
                 ws-vi-billed-before
               display "  PO price " ws-vi-po-price-disp
               display "Quantity billed, in " ws-product-stock-uom
                 ":"
               perform get-valid-quantity
               move ws-valid-quantity to ws-vi-qty-billed
               display "Billed unit price:"
               perform get-valid-cost
               move ws-valid-cost to ws-vi-price

               move spaces to ws-vi-reason
               if ws-vi-po-price > 0
                   compute ws-vi-price-diff-pct rounded =
                     (ws-vi-price - ws-vi-po-price) * 100
                       / ws-vi-po-price
               else
                   move 100 to ws-vi-price-diff-pct
               end-if
               if ws-vi-price-diff-pct < 0
                   compute ws-vi-price-diff-pct =
                     0 - ws-vi-price-diff-pct
               end-if
               if ws-vi-price-diff-pct > ws-vi-price-tolerance-pct
                   move "PRICE" to ws-vi-reason
               end-if
               if ws-vi-qty-billed > ws-vi-qty-open
                   if ws-vi-reason = spaces
                       move "QTY" to ws-vi-reason
                   else
                       move "BOTH" to ws-vi-reason
                   end-if
               end-if

               move ws-vi-vendor to vi-vendor-id
               move ws-vi-invoice-no to vi-invoice-no
               move ws-po-number to vi-po-number
               move po-line-no to vi-po-line
               move po-product-id to vi-product-id
               move ws-vi-qty-billed to vi-qty-billed
               move ws-vi-price to vi-unit-price
               move ws-vi-qty-open to vi-qty-open
               move ws-vi-po-price to vi-po-price
               move ws-vi-reason to vi-reason
               accept vi-date from date yyyymmdd
               move ws-operator-id to vi-operator
               add 1 to ws-vi-line-count
               if ws-vi-reason = spaces
                   move "A" to vi-status
                   display "  Matched - approved to pay"
               else
                   move "H" to vi-status
                   add 1 to ws-vi-hold-count
                   display "  *** VARIANCE ("
                     function trim(ws-vi-reason)
                     ") - line placed on hold ***"
               end-if
               perform write-vendor-invoice-record
           end-if
           close purchase-orders
           .

       get-vendor-invoice-po-price section.
      *> the price the vendor was sent on the PO document - the
      *> catalog cost for this vendor, else the product's cost. Both
      *> are in the currency the vendor bills in: a foreign vendor's
      *> product cost is converted at the rate its receipt was
      *> booked at (today's rate when no booked receipt is found)
           move po-vendor-id to ws-vc-vendor
           move po-product-id to ws-vc-prod
           perform lookup-vendor-catalog
           if ws-vc-found = "Y"
               move ws-vc-cost to ws-vi-po-price
           else
               move ws-product-cost to ws-vi-po-price
               perform get-counterparty-details(po-vendor-id)
               move ws-cpty-lookup-currency to ws-fx-currency
               if ws-fx-currency not = spaces
                 and ws-fx-currency not = ws-home-currency
                   perform find-receipt-booked-rate
                   if ws-fx-rate-found = "N"
                       accept ws-fx-date from date yyyymmdd
                       perform lookup-exchange-rate
                   end-if
                   if ws-fx-rate-found = "Y" and ws-fx-rate > 0
                       compute ws-vi-po-price rounded =
                         ws-product-cost / ws-fx-rate
                   end-if
               end-if
           end-if
           .

       find-receipt-booked-rate section.
      *> the rate the payable for a receipt on the PO in the buffer
      *> was booked at, from its vendor-currency side in
      *> fx_items.dat; the latest such receipt wins
           move "N" to ws-fx-rate-found
           move 0 to ws-vi-fx-seq
           move po-number to ws-vi-po-out
           move spaces to ws-vi-fx-reference
           string
             "PO " delimited by size
             ws-vi-po-out delimited by size
             into ws-vi-fx-reference
           end-string
           perform open-open-items-input
           move po-vendor-id to oi-cpty-id
           move 0 to oi-item-seq
           start open-items key >= oi-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-oi-done
                   perform until ws-oi-done = "Y"
                       read open-items next record
                           at end
                               move "Y" to ws-oi-done
                           not at end
                               if oi-cpty-id not = po-vendor-id
                                   move "Y" to ws-oi-done
                               else
                                   if oi-payable
                                     and oi-reference =
                                       ws-vi-fx-reference
                                       move oi-item-seq to
                                         ws-vi-fx-seq
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           close open-items
           if ws-vi-fx-seq > 0
               perform open-fxitem-input
               move po-vendor-id to fxi-cpty-id
               move ws-vi-fx-seq to fxi-item-seq
               read fx-open-items key is fxi-key
                   invalid key
                       continue
                   not invalid key
                       if fxi-currency = ws-fx-currency
                         and fxi-rate > 0
                           move "Y" to ws-fx-rate-found
                           move fxi-rate to ws-fx-rate
                           move fxi-rate-date to ws-fx-rate-date
                       end-if
               end-read
               close fx-open-items
           end-if
           .

       get-vendor-invoice-billed-before section.
      *> quantity already billed against the PO line in the buffer
      *> on earlier vendor invoices; release copies are not counted
           move 0 to ws-vi-billed-before
           open input vendor-invoice-file
           if vi-file-ok
               move "N" to ws-vi-done
               perform until ws-vi-done = "Y"
                   read vendor-invoice-file
                       at end
                           move "Y" to ws-vi-done
                       not at end
                           if vi-po-number = po-number
                             and vi-po-line = po-line-no
                             and (vi-approved or vi-held)
                               add vi-qty-billed to
                                 ws-vi-billed-before
                           end-if
                   end-read
               end-perform
           end-if
           close vendor-invoice-file
           .

       write-vendor-invoice-record section.
           move "|" to vi-sep-1 vi-sep-2 vi-sep-3 vi-sep-4 vi-sep-5
             vi-sep-6 vi-sep-7 vi-sep-8 vi-sep-9 vi-sep-10 vi-sep-11
             vi-sep-12
           perform acquire-exclusive-lock
           open extend vendor-invoice-file
           if not vi-file-ok
               open output vendor-invoice-file
           end-if
           write vendor-invoice-record
           close vendor-invoice-file
           perform release-exclusive-lock
           .

       set-po-payable-status section.
      *> moves ws-vi-vendor's unpaid payables for ws-vi-po-ref on or
      *> off hold (ws-vi-new-oi-status "H" or "O")
           perform acquire-exclusive-lock
           perform open-open-items-io
           move ws-vi-vendor to oi-cpty-id
           move 0 to oi-item-seq
           start open-items key >= oi-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-oi-done
                   perform until ws-oi-done = "Y"
                       read open-items next record
                           at end
                               move "Y" to ws-oi-done
                           not at end
                               if oi-cpty-id not = ws-vi-vendor
                                   move "Y" to ws-oi-done
                               else
                                   if oi-payable
                                     and oi-reference = ws-vi-po-ref
                                     and oi-open-amount > 0
                                     and oi-item-status not =
                                       ws-vi-new-oi-status
                                       move ws-vi-new-oi-status to
                                         oi-item-status
                                       rewrite openitem-template
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           close open-items
           perform release-exclusive-lock
           .

       load-held-vendor-invoices section.
      *> every held vendor invoice line into vi-held-entry, with
      *> vih-released set where a release copy follows it
           move 0 to ws-vi-held-count
           open input vendor-invoice-file
           if vi-file-ok
               move "N" to ws-vi-done
               perform until ws-vi-done = "Y"
                   read vendor-invoice-file
                       at end
                           move "Y" to ws-vi-done
                       not at end
                           if vi-held
                               perform add-held-vendor-invoice
                           end-if
                           if vi-released
                               perform mark-vendor-invoice-released
                           end-if
                   end-read
               end-perform
           end-if
           close vendor-invoice-file
           .

       add-held-vendor-invoice section.
           if ws-vi-held-count >= ws-max-vi-held
               display "WARNING: held-invoice table is full - "
                 "extra lines ignored"
           else
               add 1 to ws-vi-held-count
               move vi-vendor-id to vih-vendor(ws-vi-held-count)
               move vi-invoice-no to vih-invoice(ws-vi-held-count)
               move vi-po-number to vih-po(ws-vi-held-count)
               move vi-po-line to vih-line(ws-vi-held-count)
               move "N" to vih-released(ws-vi-held-count)
               move vendor-invoice-record to
                 vih-record(ws-vi-held-count)
           end-if
           .

       mark-vendor-invoice-released section.
           move 1 to ws-vi-slot
           perform until ws-vi-slot > ws-vi-held-count
               if vih-vendor(ws-vi-slot) = vi-vendor-id
                 and vih-invoice(ws-vi-slot) = vi-invoice-no
                 and vih-po(ws-vi-slot) = vi-po-number
                 and vih-line(ws-vi-slot) = vi-po-line
                   move "Y" to vih-released(ws-vi-slot)
               end-if
               add 1 to ws-vi-slot
           end-perform
           .

       vendor-invoice-variance-report section.
           perform load-held-vendor-invoices
           move "VENDOR INVOICE VARIANCES ON HOLD" to ws-rpt-title
           move "Invoice_Variance" to ws-rpt-name
           perform open-report-output
           string
             "VENDOR   |INVOICE     |PO    |LN |PROD_ID  |"
               delimited by size
             "BILLED   |OPEN RCVD|BILL PRICE  |PO PRICE    |"
               delimited by size
             "REASON|VARIANCE" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 0 to ws-vi-hold-count ws-vi-variance-total
           move 1 to ws-vi-slot
           perform until ws-vi-slot > ws-vi-held-count
               if vih-released(ws-vi-slot) = "N"
                   move vih-record(ws-vi-slot) to
                     vendor-invoice-record
                   perform print-vendor-invoice-variance
               end-if
               add 1 to ws-vi-slot
           end-perform
           if ws-vi-hold-count = 0
               move "(no vendor invoice lines on hold)" to rpt-detail
               perform put-report-line
           else
               move ws-vi-variance-total to ws-vi-variance-disp
               move ws-vi-hold-count to ws-vi-qty-disp
               string
                 "Lines on hold: " delimited by size
                 function trim(ws-vi-qty-disp) delimited by size
                 "   Total variance: " delimited by size
                 ws-vi-variance-disp delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           perform close-report-output
           .

       print-vendor-invoice-variance section.
      *> the variance is what was billed less what the PO price
      *> allows on the quantity actually received
           add 1 to ws-vi-hold-count
           if vi-qty-billed > vi-qty-open
               compute ws-vi-variance =
                 vi-qty-billed * vi-unit-price
                 - vi-qty-open * vi-po-price
           else
               compute ws-vi-variance =
                 vi-qty-billed * (vi-unit-price - vi-po-price)
           end-if
           add ws-vi-variance to ws-vi-variance-total
           move vi-qty-billed to ws-vi-qty-disp
           move vi-qty-open to ws-vi-open-disp
           move vi-unit-price to ws-vi-price-disp
           move vi-po-price to ws-vi-po-price-disp
           move ws-vi-variance to ws-vi-variance-disp
           string
             vi-vendor-id delimited by size
             "|" delimited by size
             vi-invoice-no delimited by size
             "|" delimited by size
             vi-po-number delimited by size
             "|" delimited by size
             vi-po-line delimited by size
             "|" delimited by size
             vi-product-id delimited by size
             "|" delimited by size
             ws-vi-qty-disp delimited by size
             "|" delimited by size
             ws-vi-open-disp delimited by size
             "|" delimited by size
             ws-vi-price-disp delimited by size
             " |" delimited by size
             ws-vi-po-price-disp delimited by size
             " |" delimited by size
             vi-reason delimited by size
             " |" delimited by size
             ws-vi-variance-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       release-held-vendor-invoice section.
      *> supervisor sign-off on a held vendor invoice: each held
      *> line gets a release copy, and the PO's payables come off
      *> hold once no line against that PO is still held
           display "Release Held Vendor Invoice"
           display "Enter the Vendor ID: "
           accept ws-vi-vendor
           display "Enter the vendor's invoice number: "
           move spaces to ws-vi-invoice-no
           accept ws-vi-invoice-no
           perform load-held-vendor-invoices
           move 0 to ws-vi-hold-count
           move 1 to ws-vi-slot
           perform until ws-vi-slot > ws-vi-held-count
               if vih-released(ws-vi-slot) = "N"
                 and vih-vendor(ws-vi-slot) = ws-vi-vendor
                 and vih-invoice(ws-vi-slot) = ws-vi-invoice-no
                   move vih-record(ws-vi-slot) to
                     vendor-invoice-record
                   move "R" to vi-status
                   accept vi-date from date yyyymmdd
                   move ws-operator-id to vi-operator
                   perform write-vendor-invoice-record
                   move "Y" to vih-released(ws-vi-slot)
                   add 1 to ws-vi-hold-count
                   display "Released PO " vi-po-number " line "
                     vi-po-line " (" function trim(vi-reason) ")"
               end-if
               add 1 to ws-vi-slot
           end-perform
           if ws-vi-hold-count = 0
               display "No held lines on file for that invoice."
           else
               move 1 to ws-vi-slot
               perform until ws-vi-slot > ws-vi-held-count
                   if vih-vendor(ws-vi-slot) = ws-vi-vendor
                     and vih-invoice(ws-vi-slot) = ws-vi-invoice-no
                       move vih-po(ws-vi-slot) to ws-po-number
                       perform release-po-payables-if-clear
                   end-if
                   add 1 to ws-vi-slot
               end-perform
               display ws-vi-hold-count " line(s) released"
           end-if
           .

       release-po-payables-if-clear section.
           move "N" to ws-vi-still-held
           move 1 to ws-vi-line
           perform until ws-vi-line > ws-vi-held-count
               if vih-po(ws-vi-line) = ws-po-number
                 and vih-released(ws-vi-line) = "N"
                   move "Y" to ws-vi-still-held
               end-if
               add 1 to ws-vi-line
           end-perform
           if ws-vi-still-held = "N"
               move ws-po-number to ws-vi-po-out
               move spaces to ws-vi-po-ref
               string
                 "PO " delimited by size
                 ws-vi-po-out delimited by size
                 into ws-vi-po-ref
               end-string
               move "O" to ws-vi-new-oi-status
               perform set-po-payable-status
           end-if
           .

       sales-order-menu section.
           display "Sales Orders:"
           display " - Enter Sales Order       (E, e)"
           display " - Pick / Ship Order       (S, s)"
           display " - View Open Orders        (V, v)"
           display " - Invoice Register        (I, i)"
           display " - Reprint Invoice         (P, p)"
           display " - Re-allocate Backorders  (A, a)"
           display " - Import Customer Orders  (O, o)"
           display " - Carrier Manifest        (M, m)"
           display " - Confirm Drop-Shipment   (D, d)"
           display " - Open Drop-Ship Orders   (W, w)"
           display " - Standing Orders         (T, t)"
           display " - Back                    (Q, q)"
           accept sub-input
           if sub-input = "A" or sub-input = "a"
               perform reallocate-backorders
           end-if
           if sub-input = "I" or sub-input = "i"
               perform invoice-register
           end-if
           if sub-input = "P" or sub-input = "p"
               perform reprint-invoice
           end-if
           if sub-input = "E" or sub-input = "e"
               perform enter-sales-order
           end-if
           if sub-input = "S" or sub-input = "s"
               perform check-current-period-open
               if ws-period-ok = "Y"
                   perform ship-sales-order
               end-if
           end-if
           if sub-input = "V" or sub-input = "v"
               perform view-open-sos
           end-if
           if sub-input = "M" or sub-input = "m"
               perform carrier-manifest
           end-if
           if sub-input = "O" or sub-input = "o"
               perform import-customer-orders
           end-if
           if sub-input = "D" or sub-input = "d"
               perform confirm-drop-shipment
           end-if
           if sub-input = "W" or sub-input = "w"
               perform open-dropship-report
           end-if
           if sub-input = "T" or sub-input = "t"
               perform standing-order-menu
           end-if
           .

       open-so-io section.
           open i-o sales-orders
           perform until so-file-ok
               if so-file-missing
                   open output sales-orders
                   close sales-orders
               else
                   if ws-so-status = "39"
                       display "so.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "so.dat is busy (status "
                     ws-so-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open i-o sales-orders
           end-perform
           .

       open-so-input section.
           open input sales-orders
           perform until so-file-ok
               if so-file-missing
                   open output sales-orders
                   close sales-orders
               else
                   if ws-so-status = "39"
                       display "so.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "so.dat is busy (status "
                     ws-so-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open input sales-orders
           end-perform
           .

       get-next-so-number section.
           perform acquire-exclusive-lock
           move 0 to ws-next-so-number
           open input so-sequence
           if so-seq-ok
               read so-sequence
                   at end
                       move 0 to ws-next-so-number
                   not at end
                       move so-sequence-record to ws-next-so-number
               end-read
               close so-sequence
           else
               close so-sequence
               perform find-max-existing-so-number
               move ws-max-existing-so-number to ws-next-so-number
           end-if

           add 1 to ws-next-so-number
           open output so-sequence
           move ws-next-so-number to so-sequence-record
           write so-sequence-record
           close so-sequence
           perform release-exclusive-lock
           .

       find-max-existing-so-number section.
           move 0 to ws-max-existing-so-number
           perform open-so-input
           move "N" to ws-so-found-any
           perform until ws-so-found-any = "Y"
               read sales-orders next record
                   at end
                       move "Y" to ws-so-found-any
                   not at end
                       if so-number > ws-max-existing-so-number
                           move so-number to ws-max-existing-so-number
                       end-if
               end-read
           end-perform
           close sales-orders
           .

       enter-sales-order section.
           display "Enter Sales Order"
           move "C" to ws-cpty-wanted-type
           perform get-valid-counterparty
           if ws-cpty-cancelled = "Y"
               display "Order not entered."
           else
               move ws-cpty-id to ws-so-customer
               perform finish-enter-sales-order
           end-if
           .

       finish-enter-sales-order section.
           perform get-next-so-number
           move 0 to ws-so-line-count
           perform open-so-io

           display "Available Products:"
           perform view-active-products
           move "Y" to ws-so-more
           perform until ws-so-more = "N"
               display "Product ID or SKU (0 = done): "
               move spaces to ws-prod-entry-text
               accept ws-prod-entry-text
               if function trim(ws-prod-entry-text) = "0"
                   move 0 to ws-so-prod
               else
                   perform resolve-product-entry
                   move ws-resolved-prod-id to ws-so-prod
               end-if
               if function trim(ws-prod-entry-text) = "0"
                   move "N" to ws-so-more
               else
                   perform get-product-details(ws-so-prod)
                   if product-not-found
                       display "No product on file with ID "
                         ws-so-prod
                   else
                       display "Enter the quantity ordered: "
                       perform get-valid-quantity
                       move ws-valid-quantity to ws-so-order-qty
                       perform get-dropship-choice
                       if ws-so-dropship = "N"
                           display "Allocate from which location?"
                           perform get-valid-stock-location
                           move ws-location-code to ws-alloc-location
                       end-if
                       perform add-so-line
                   end-if
               end-if
           end-perform

           close sales-orders
           if ws-so-line-count = 0
               display "No lines entered - order not raised."
           else
               display "Sales order " ws-next-so-number " entered "
                 "with " ws-so-line-count " line(s) for customer "
                 ws-so-customer
           end-if
           .

       add-so-line section.
      *> the product is in ws-so-prod and the quantity in
      *> ws-so-order-qty
           perform acquire-exclusive-lock
           add 1 to ws-so-line-count
           move ws-next-so-number to so-number
           move ws-so-line-count to so-line-no
           move ws-so-customer to so-customer-id
           move ws-so-prod to so-product-id
           move ws-so-order-qty to so-qty-ordered
           move 0 to so-qty-shipped
           accept so-order-date from date yyyymmdd
           move "O" to so-line-status
           write so-template
               invalid key
                   display "ERROR: unable to write order line for "
                     "product " ws-so-prod
               not invalid key
                   if ws-so-dropship = "Y"
                       perform raise-dropship-po
                   else
                       perform allocate-so-line
                   end-if
           end-write
           move "N" to ws-so-dropship
           perform release-exclusive-lock
           .

       get-dropship-choice section.
      *> offered for every SO line keyed: a line the vendor ships
      *> straight to the customer needs a catalog vendor, who is
      *> chosen the same way the replenishment plan chooses one
           move "N" to ws-so-dropship
           display "Drop-ship direct from the vendor? (Y/N): "
           move space to ws-dsh-answer
           accept ws-dsh-answer
           if ws-dsh-answer = "Y" or ws-dsh-answer = "y"
               move ws-so-prod to ws-vc-prod
               perform find-best-vendor-for-product
               if ws-vc-best-found = "N"
                   display "No vendor catalog entry for this product "
                     "- it cannot be drop-shipped and is taken from "
                     "stock"
               else
                   move "Y" to ws-so-dropship
                   move ws-vc-best-vendor to ws-dsh-vendor
                   move ws-vc-best-cost to ws-dsh-cost
                   perform get-counterparty-details(ws-dsh-vendor)
                   move ws-cpty-lookup-currency to ws-dsh-currency
                   if ws-dsh-currency = spaces
                       move ws-home-currency to ws-dsh-currency
                   end-if
                   move ws-vc-best-cost to ws-vc-cost-disp
                   display "Vendor " ws-dsh-vendor " "
                     function trim(ws-cpty-lookup-name)
                     " - cost " ws-vc-cost-disp " "
                     ws-dsh-currency
                   perform get-counterparty-details(ws-so-customer)
                   if ws-cpty-lookup-contact = spaces
                       move ws-cpty-lookup-name to ws-dsh-ship-to
                   else
                       move ws-cpty-lookup-contact to ws-dsh-ship-to
                   end-if
                   display "Ship-to address (blank = "
                     function trim(ws-dsh-ship-to) "): "
                   move spaces to ws-dsh-ship-to-entry
                   accept ws-dsh-ship-to-entry
                   if ws-dsh-ship-to-entry not = spaces
                       move ws-dsh-ship-to-entry to ws-dsh-ship-to
                   end-if
               end-if
           end-if
           .

       raise-dropship-po section.
      *> the SO line just written goes out on its own PO to the
      *> vendor chosen in get-dropship-choice; nothing is allocated
      *> and the line never touches stock
           move ws-dsh-vendor to ws-po-vendor
           perform get-next-po-number
           move 0 to ws-po-line-count
           perform open-po-io
           perform add-po-line(ws-so-prod ws-so-order-qty)
           close purchase-orders
           perform open-dropship-io
           move ws-next-so-number to dsh-so-number
           move ws-so-line-count to dsh-so-line
           move ws-so-customer to dsh-customer-id
           move ws-so-prod to dsh-product-id
           move ws-so-order-qty to dsh-quantity
           move ws-dsh-vendor to dsh-vendor-id
           move ws-next-po-number to dsh-po-number
           move ws-po-line-count to dsh-po-line
           move ws-dsh-currency to dsh-currency
           move ws-dsh-cost to dsh-unit-cost
           accept dsh-raised-date from date yyyymmdd
           move ws-dsh-ship-to to dsh-ship-to
           move "O" to dsh-status
           move 0 to dsh-confirm-date dsh-invoice-no
           move spaces to dsh-vendor-ref dsh-tax-code
           move 0 to dsh-sale-net dsh-sale-tax dsh-cost-home
           write dropship-template
               invalid key
                   display "ERROR: unable to record drop-ship line "
                     so-line-no
           end-write
           close dropship-orders
           display "  Drop-ship PO " ws-next-po-number
             " raised on vendor " ws-dsh-vendor
           .

       find-dropship-line section.
      *> the drop-ship record for the SO line in the buffer, if
      *> there is one, into the dropship-template buffer
           move "N" to ws-dsh-found
           perform open-dropship-input
           move so-number to dsh-so-number
           move so-line-no to dsh-so-line
           read dropship-orders key is dsh-key
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-dsh-found
           end-read
           close dropship-orders
           .

       find-dropship-po section.
      *> the drop-ship record raised on PO ws-dsh-po-wanted
           move "N" to ws-dsh-found
           perform open-dropship-input
           move "N" to ws-dsh-done
           perform until ws-dsh-done = "Y"
               read dropship-orders next record
                   at end
                       move "Y" to ws-dsh-done
                   not at end
                       if dsh-po-number = ws-dsh-po-wanted
                           move "Y" to ws-dsh-found
                           move "Y" to ws-dsh-done
                       end-if
               end-read
           end-perform
           close dropship-orders
           .

       write-po-export-ship-to section.
      *> a drop-ship PO carries the customer's delivery details
           move po-number to ws-dsh-po-wanted
           perform find-dropship-po
           if ws-dsh-found = "Y"
               perform get-counterparty-details(dsh-customer-id)
               move dsh-customer-id to ws-pox-vendor-out
               move dsh-so-number to ws-vi-po-out
               move spaces to po-export-line
               string
                 "SHIPTO|DROPSHIP|" delimited by size
                 ws-pox-vendor-out delimited by size
                 "|" delimited by size
                 function trim(ws-cpty-lookup-name) delimited by size
                 "|" delimited by size
                 function trim(dsh-ship-to) delimited by size
                 "|OUR SO|" delimited by size
                 ws-vi-po-out delimited by size
                 into po-export-line
               end-string
               write po-export-line
           end-if
           .

       confirm-drop-shipment section.
      *> the vendor has shipped a drop-ship PO: bill the customer,
      *> raise the vendor's payable at the PO cost and close both
      *> order lines - stock and cost layers are not touched
           display "Drop-Ship Vendor Confirmation"
           display "Enter the PO number the vendor has shipped: "
           accept ws-dsh-po-wanted
           perform find-dropship-po
           if ws-dsh-found = "N"
               display "PO " ws-dsh-po-wanted " is not a drop-ship "
                 "order"
           else
            if not dsh-awaiting-vendor
               display "PO " ws-dsh-po-wanted " was confirmed on "
                 dsh-confirm-date " - invoice " dsh-invoice-no
            else
               perform get-product-details(dsh-product-id)
               display "SO " dsh-so-number " line " dsh-so-line
                 " for customer " dsh-customer-id
               display "  " dsh-quantity " x " dsh-product-id " "
                 function trim(ws-product-name)
               display "  Ship to: " function trim(dsh-ship-to)
               move dsh-key to ws-dsh-key-save
               display "Vendor's shipment reference / tracking: "
               move spaces to ws-dsh-ref
               accept ws-dsh-ref
               display "Confirm shipped and bill the customer? (Y/N): "
               move space to ws-dsh-answer
               accept ws-dsh-answer
               if ws-dsh-answer = "Y" or ws-dsh-answer = "y"
      *> the payable is fixed at the rate on the confirmation date;
      *> settled before the lock so a missing rate can be keyed
                   move dsh-currency to ws-fx-currency
                   accept ws-fx-date from date yyyymmdd
                   perform get-posting-rate
                   if purchase-record-id > ws-max-purchase-records
                       display "Pending transaction table is full - "
                         "printing the transaction log to make room"
                       perform print-transaction-log
                   end-if
                   perform acquire-exclusive-lock
                   perform check-current-period-open
                   if ws-period-ok = "Y"
                       perform post-drop-shipment
                   end-if
                   perform release-exclusive-lock
                   if ws-ivc-number > 0
                       perform print-sale-invoice
                   end-if
               else
                   display "Nothing posted."
               end-if
            end-if
           end-if
           .

       post-drop-shipment section.
      *> re-read under the lock in case another session got there
      *> first
           move 0 to ws-ivc-number
           perform open-dropship-io
           move ws-dsh-key-save to dsh-key
           read dropship-orders key is dsh-key
               invalid key
                   display "ERROR: drop-ship record has gone - "
                     "nothing posted"
               not invalid key
                   if not dsh-awaiting-vendor
                       display "Already confirmed by another session "
                         "- nothing posted"
                   else
                       perform bill-drop-shipment
                       move "C" to dsh-status
                       accept dsh-confirm-date from date yyyymmdd
                       move ws-dsh-ref to dsh-vendor-ref
                       move ws-ivc-number to dsh-invoice-no
                       compute dsh-sale-net =
                         buy-quantity(purchase-record-id) *
                         buy-unit-price(purchase-record-id)
                       move buy-tax(purchase-record-id) to
                         dsh-sale-tax
                       move buy-tax-code(purchase-record-id) to
                         dsh-tax-code
                       move ws-dsh-cost-home to dsh-cost-home
                       rewrite dropship-template
                       perform close-dropship-order-lines
                       move dsh-cost-home to ws-oi-amount-disp
                       display "Drop-ship confirmed - invoice "
                         ws-ivc-number ", payable "
                         ws-oi-amount-disp " to vendor " dsh-vendor-id
                   end-if
           end-read
           close dropship-orders
           .

       bill-drop-shipment section.
      *> the sale is priced and taxed in a scratch pending slot the
      *> same way a shipped sale is, but is never staged: it reaches
      *> the invoice file and receivables only, so the transaction
      *> log, stock and lot trace never see it
           move dsh-product-id to buy-product-id(purchase-record-id)
           move dsh-quantity to buy-quantity(purchase-record-id)
           move "Sell" to buy-type(purchase-record-id)
           accept buy-date(purchase-record-id) from date yyyymmdd
           accept buy-time(purchase-record-id) from time
           move ws-operator-id to buy-operator-id(purchase-record-id)
           move spaces to buy-reason(purchase-record-id)
           move dsh-customer-id to
             buy-counterparty(purchase-record-id)
           move ws-dropship-location to
             buy-location(purchase-record-id)
           move dsh-po-number to buy-po-number(purchase-record-id)
           move dsh-po-line to buy-po-line(purchase-record-id)
           move spaces to buy-lot(purchase-record-id)
           move 0 to buy-cogs(purchase-record-id)
           perform get-product-details(dsh-product-id)
           perform price-for-staged-sale
           move ws-effective-price to
             buy-unit-price(purchase-record-id)
           perform compute-sale-tax
           move dsh-so-number to ws-ivc-so-number
           perform subledger-post-staged

      *> the vendor's payable at the PO cost, in home currency at
      *> today's rate for a vendor billing in its own currency
           move dsh-unit-cost to ws-fx-unit-foreign
           if ws-fx-currency not = ws-home-currency
               compute ws-fx-unit-home rounded =
                 dsh-unit-cost * ws-fx-rate
           else
               move dsh-unit-cost to ws-fx-unit-home
           end-if
           compute ws-dsh-cost-home =
             dsh-quantity * ws-fx-unit-home
           move ws-dsh-cost-home to buy-cogs(purchase-record-id)
           move "P" to ws-oi-type
           move dsh-vendor-id to ws-oi-cpty
           move ws-dsh-cost-home to ws-oi-amount
           move dsh-po-number to ws-vi-po-out
           move spaces to ws-oi-reference
           string
             "PO " delimited by size
             ws-vi-po-out delimited by size
             into ws-oi-reference
           end-string
           if ws-oi-amount not = 0
               perform create-open-item
               if ws-fx-currency not = ws-home-currency
                   move dsh-vendor-id to
                     buy-counterparty(purchase-record-id)
                   perform record-fx-open-item
               end-if
           end-if
           .

       close-dropship-order-lines section.
      *> the SO line is shipped in full and the PO line received in
      *> full, so neither shows as open any longer
           perform open-so-io
           move dsh-so-number to so-number
           move dsh-so-line to so-line-no
           read sales-orders key is so-key
               invalid key
                   display "WARNING: SO line " dsh-so-number "/"
                     dsh-so-line " not on file"
               not invalid key
                   move so-qty-ordered to so-qty-shipped
                   move "C" to so-line-status
                   rewrite so-template
           end-read
           close sales-orders
           perform open-po-io
           move dsh-po-number to po-number
           move dsh-po-line to po-line-no
           read purchase-orders key is po-key
               invalid key
                   display "WARNING: PO line " dsh-po-number "/"
                     dsh-po-line " not on file"
               not invalid key
                   move po-qty-ordered to po-qty-received
                   move "C" to po-line-status
                   rewrite po-template
           end-read
           close purchase-orders
           .

       open-dropship-report section.
      *> drop-ship lines still waiting on the vendor, oldest first
      *> within SO
           move "OPEN DROP-SHIP ORDERS" to ws-rpt-title
           move "DropShips" to ws-rpt-name
           perform open-report-output
           move "SO_NUM|LN |CUSTOMER |PROD_ID  |QUANTITY |VENDOR   |"
             to rpt-detail
           move "PO_NUM|RAISED  |DAYS |SHIP TO" to rpt-detail(52:)
           perform put-report-line
           accept ws-dsh-today from date yyyymmdd
           move 0 to ws-dsh-count ws-dsh-units
           perform open-dropship-input
           move "N" to ws-dsh-done
           perform until ws-dsh-done = "Y"
               read dropship-orders next record
                   at end
                       move "Y" to ws-dsh-done
                   not at end
                       if dsh-awaiting-vendor
                           perform print-open-dropship-line
                       end-if
               end-read
           end-perform
           close dropship-orders
           if ws-dsh-count = 0
               move "(no drop-ship orders awaiting the vendor)" to
                 rpt-detail
               perform put-report-line
           else
               move ws-dsh-count to ws-dsh-count-disp
               move ws-dsh-units to ws-dsh-qty-disp
               move spaces to rpt-detail
               string
                 "Lines awaiting vendor: " delimited by size
                 function trim(ws-dsh-count-disp) delimited by size
                 "  Units: " delimited by size
                 function trim(ws-dsh-qty-disp) delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           perform close-report-output
           .

       print-open-dropship-line section.
           add 1 to ws-dsh-count
           add dsh-quantity to ws-dsh-units
           compute ws-dsh-days =
             function integer-of-date(ws-dsh-today) -
             function integer-of-date(dsh-raised-date)
           move dsh-quantity to ws-dsh-qty-disp
           move ws-dsh-days to ws-dsh-days-disp
           move spaces to rpt-detail
           string
             dsh-so-number delimited by size
             "|" delimited by size
             dsh-so-line delimited by size
             "|" delimited by size
             dsh-customer-id delimited by size
             "|" delimited by size
             dsh-product-id delimited by size
             "|" delimited by size
             ws-dsh-qty-disp delimited by size
             "|" delimited by size
             dsh-vendor-id delimited by size
             "|" delimited by size
             dsh-po-number delimited by size
             "|" delimited by size
             dsh-raised-date delimited by size
             "|" delimited by size
             ws-dsh-days-disp delimited by size
             "|" delimited by size
             dsh-ship-to(1:40) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       open-dropship-io section.
           open i-o dropship-orders
           perform until dsh-file-ok
               if dsh-file-missing
                   open output dropship-orders
                   close dropship-orders
               else
                   if ws-dsh-status = "39"
                       display "dropship.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "dropship.dat is busy (status "
                     ws-dsh-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open i-o dropship-orders
           end-perform
           .

       open-dropship-input section.
           open input dropship-orders
           perform until dsh-file-ok
               if dsh-file-missing
                   open output dropship-orders
                   close dropship-orders
               else
                   if ws-dsh-status = "39"
                       display "dropship.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "dropship.dat is busy (status "
                     ws-dsh-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open input dropship-orders
           end-perform
           .

       allocate-so-line section.
      *> reserves what is free at ws-alloc-location for the line
      *> just written; the shortfall is a backorder the
      *> re-allocation run tops up as stock comes free
           if ws-alloc-location = spaces
               move ws-default-location to ws-alloc-location
           end-if
           move ws-alloc-location to ws-io-location
           perform get-inventory-quantity(ws-so-prod)
           perform get-allocated-quantity(ws-so-prod)
           compute ws-alloc-available =
             ws-inv-quantity - ws-alloc-total
           if ws-alloc-available < 0
               move 0 to ws-alloc-available
           end-if
           if ws-alloc-available >= ws-so-order-qty
               move ws-so-order-qty to ws-alloc-new-qty
           else
               move ws-alloc-available to ws-alloc-new-qty
           end-if
           perform open-alloc-io
           move ws-next-so-number to alloc-so-number
           move ws-so-line-count to alloc-so-line
           move ws-so-prod to alloc-product-id
           move ws-alloc-location to alloc-location
           move ws-alloc-new-qty to alloc-quantity
           write allocation-template
               invalid key
                   rewrite allocation-template
           end-write
           close so-allocations
           move ws-alloc-new-qty to ws-alloc-qty-disp
           display "  Allocated " function trim(ws-alloc-qty-disp)
             " at " ws-alloc-location
           if ws-alloc-new-qty < ws-so-order-qty
               compute ws-alloc-open-qty =
                 ws-so-order-qty - ws-alloc-new-qty
               move ws-alloc-open-qty to ws-alloc-open-disp
               display "  *** " function trim(ws-alloc-open-disp)
                 " on backorder ***"
           end-if
           .

       get-allocated-quantity section (t-prod-id as binary-long).
      *> total allocated to open sales order lines for the product
      *> at the location named in ws-io-location
           if ws-io-location = spaces
               move ws-default-location to ws-io-location
           end-if
           move 0 to ws-alloc-total
           perform open-alloc-input
           move "N" to ws-alloc-done
           perform until ws-alloc-done = "Y"
               read so-allocations next record
                   at end
                       move "Y" to ws-alloc-done
                   not at end
                       if alloc-product-id = t-prod-id
                         and alloc-location = ws-io-location
                           add alloc-quantity to ws-alloc-total
                       end-if
               end-read
           end-perform
           close so-allocations
           .

       get-so-line-allocation section.
      *> the allocation held by the SO line in the buffer, into
      *> ws-alloc-line-qty / ws-alloc-line-location
           move "N" to ws-alloc-found
           move 0 to ws-alloc-line-qty
           move spaces to ws-alloc-line-location
           perform open-alloc-input
           move so-number to alloc-so-number
           move so-line-no to alloc-so-line
           read so-allocations key is alloc-key
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-alloc-found
                   move alloc-quantity to ws-alloc-line-qty
                   move alloc-location to ws-alloc-line-location
           end-read
           close so-allocations
           .

       relieve-so-line-allocation section.
      *> after a shipment: the shipped quantity comes off the line's
      *> allocation when it went out of the allocated location, and
      *> a closed line gives its allocation up altogether
           perform open-alloc-io
           move so-number to alloc-so-number
           move so-line-no to alloc-so-line
           read so-allocations key is alloc-key
               invalid key
                   continue
               not invalid key
                   if so-line-closed
                       delete so-allocations record
                   else
                       if alloc-location = ws-location-code
                           if alloc-quantity > ws-so-ship-qty
                               subtract ws-so-ship-qty from
                                 alloc-quantity
                           else
                               move 0 to alloc-quantity
                           end-if
                       end-if
                       compute ws-alloc-open-qty =
                         so-qty-ordered - so-qty-shipped
                       if alloc-quantity > ws-alloc-open-qty
                           move ws-alloc-open-qty to alloc-quantity
                       end-if
                       rewrite allocation-template
                   end-if
           end-read
           close so-allocations
           .

       confirm-allocated-stock-use section.
      *> a direct movement would leave less on hand at ws-io-location
      *> than is promised to open sales orders
           move "N" to ws-alloc-ok
           move ws-alloc-total to ws-alloc-qty-disp
      *> the caller sets ws-ovr-product, -cpty, -qty, -amount and
      *> -source; the limit is the stock free of allocations
           display "WARNING: " function trim(ws-alloc-qty-disp)
             " unit(s) at " ws-io-location " are allocated to open "
             "sales orders - this would take allocated stock"
           move "ALLOC" to ws-ovr-control
           compute ws-ovr-limit = ws-inv-quantity - ws-alloc-total
           move ws-ovr-qty to ws-ovr-actual
           move ws-io-location to ws-ovr-location
           if operator-is-supervisor
               display "Override and use allocated stock? (Y/N): "
               accept ws-override-answer
               if ws-override-answer = "Y"
                 or ws-override-answer = "y"
                   move "Y" to ws-alloc-ok
                   move "G" to ws-ovr-decision
               else
                   move "D" to ws-ovr-decision
               end-if
           else
               display "Using allocated stock requires a supervisor "
                 "- not posted"
               move "R" to ws-ovr-decision
           end-if
           perform record-override
           .

       reallocate-backorders section.
      *> gives stock that has come free to backordered SO lines,
      *> oldest order first - so.dat is keyed by SO number, which
      *> is issued in entry order. Allocations left behind by
      *> closed or vanished lines are released first.
           display "Re-allocate Stock to Backordered SO Lines"
           perform acquire-exclusive-lock
           perform release-stale-allocations

           move "STOCK RE-ALLOCATION" to ws-rpt-title
           move "Reallocation" to ws-rpt-name
           perform open-report-output
           string
             "SO_NUM|LINE|CUSTOMER |PROD_ID  |LOC |OPEN     |"
               delimited by size
             "WAS      |NOW      |SHORT" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 0 to ws-alloc-count
           perform open-so-input
           move "N" to ws-so-found-any
           perform until ws-so-found-any = "Y"
               read sales-orders next record
                   at end
                       move "Y" to ws-so-found-any
                   not at end
                       if so-line-open
                           perform find-dropship-line
                           if ws-dsh-found = "N"
                               perform reallocate-one-so-line
                           end-if
                       end-if
               end-read
           end-perform
           close sales-orders
           if ws-alloc-count = 0
               move "(no backordered line could be topped up)" to
                 rpt-detail
               perform put-report-line
           end-if
           perform close-report-output
           perform release-exclusive-lock
           display ws-alloc-count " line(s) re-allocated"
           .

       release-stale-allocations section.
           perform open-so-input
           perform open-alloc-io
           move "N" to ws-alloc-done
           perform until ws-alloc-done = "Y"
               read so-allocations next record
                   at end
                       move "Y" to ws-alloc-done
                   not at end
                       move alloc-so-number to so-number
                       move alloc-so-line to so-line-no
                       read sales-orders key is so-key
                           invalid key
                               delete so-allocations record
                           not invalid key
                               if so-line-closed
                                   delete so-allocations record
                               end-if
                       end-read
               end-read
           end-perform
           close so-allocations
           close sales-orders
           .

       reallocate-one-so-line section.
           compute ws-alloc-open-qty = so-qty-ordered - so-qty-shipped
           perform get-so-line-allocation
           if ws-alloc-line-qty < ws-alloc-open-qty
               if ws-alloc-found = "Y"
                   move ws-alloc-line-location to ws-alloc-location
               else
                   move ws-default-location to ws-alloc-location
               end-if
               move ws-alloc-location to ws-io-location
               perform get-inventory-quantity(so-product-id)
               perform get-allocated-quantity(so-product-id)
               compute ws-alloc-available =
                 ws-inv-quantity - ws-alloc-total
               if ws-alloc-available > 0
                   compute ws-alloc-new-qty =
                     ws-alloc-open-qty - ws-alloc-line-qty
                   if ws-alloc-new-qty > ws-alloc-available
                       move ws-alloc-available to ws-alloc-new-qty
                   end-if
                   add ws-alloc-line-qty to ws-alloc-new-qty
                   perform open-alloc-io
                   move so-number to alloc-so-number
                   move so-line-no to alloc-so-line
                   move so-product-id to alloc-product-id
                   move ws-alloc-location to alloc-location
                   move ws-alloc-new-qty to alloc-quantity
                   write allocation-template
                       invalid key
                           rewrite allocation-template
                   end-write
                   close so-allocations
                   add 1 to ws-alloc-count
                   move ws-alloc-open-qty to ws-alloc-open-disp
                   move ws-alloc-line-qty to ws-alloc-was-disp
                   move ws-alloc-new-qty to ws-alloc-qty-disp
                   compute ws-alloc-available =
                     ws-alloc-open-qty - ws-alloc-new-qty
                   move ws-alloc-available to ws-alloc-avail-disp
                   string
                     so-number delimited by size
                     "|" delimited by size
                     so-line-no delimited by size
                     " |" delimited by size
                     so-customer-id delimited by size
                     "|" delimited by size
                     so-product-id delimited by size
                     "|" delimited by size
                     ws-alloc-location delimited by size
                     "|" delimited by size
                     ws-alloc-open-disp delimited by size
                     "|" delimited by size
                     ws-alloc-was-disp delimited by size
                     "|" delimited by size
                     ws-alloc-qty-disp delimited by size
                     "|" delimited by size
                     ws-alloc-avail-disp delimited by size
                     into rpt-detail
                   end-string
                   perform put-report-line
               end-if
           end-if
           .

       open-alloc-io section.
           open i-o so-allocations
           perform until alloc-file-ok
               if alloc-file-missing
                   open output so-allocations
                   close so-allocations
               else
                   if ws-alloc-status = "39"
                       display "so_alloc.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "so_alloc.dat is busy (status "
                     ws-alloc-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open i-o so-allocations
           end-perform
           .

       open-alloc-input section.
           open input so-allocations
           perform until alloc-file-ok
               if alloc-file-missing
                   open output so-allocations
                   close so-allocations
               else
                   if ws-alloc-status = "39"
                       display "so_alloc.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "so_alloc.dat is busy (status "
                     ws-alloc-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open input so-allocations
           end-perform
           .

       open-standing-io section.
           open i-o standing-orders
           perform until sto-file-ok
               if sto-file-missing
                   open output standing-orders
                   close standing-orders
               else
                   if ws-sto-status = "39"
                       display "standing.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "standing.dat is busy (status "
                     ws-sto-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open i-o standing-orders
           end-perform
           .

       open-standing-input section.
           open input standing-orders
           perform until sto-file-ok
               if sto-file-missing
                   open output standing-orders
                   close standing-orders
               else
                   if ws-sto-status = "39"
                       display "standing.dat does not match "
                         "the current record layout "
                         "(status 39) - run the RELOAD "
                         "conversion before continuing"
                       stop run
                   end-if
                   display "standing.dat is busy (status "
                     ws-sto-status ") - retrying"
                   call "C$SLEEP" using ws-lock-wait-seconds
               end-if
               open input standing-orders
           end-perform
           .

       standing-order-menu section.
           display "Standing Orders:"
           display " - Add Standing Order      (A, a)"
           display " - List Standing Orders    (L, l)"
           display " - Cancel Standing Order   (C, c)"
           display " - Generate Due Orders     (G, g)"
           display " - Back                    (Q, q)"
           accept sub-input
           if sub-input = "A" or sub-input = "a"
               perform add-standing-order
           end-if
           if sub-input = "L" or sub-input = "l"
               perform list-standing-orders
           end-if
           if sub-input = "C" or sub-input = "c"
               perform cancel-standing-order
           end-if
           if sub-input = "G" or sub-input = "g"
               accept ws-sto-run-date from date yyyymmdd
               perform run-standing-orders
           end-if
           .

       add-standing-order section.
      *> a customer's repeat order: the lines are raised as a new
      *> sales order every period from the first run date until
      *> the end date
           display "Add Standing Order"
           move "C" to ws-cpty-wanted-type
           perform get-valid-counterparty
           if ws-cpty-cancelled = "Y"
               display "Standing order not entered."
           else
               move ws-cpty-id to ws-so-customer
               move space to ws-sto-frequency
               perform until ws-sto-frequency = "W"
                 or ws-sto-frequency = "F"
                 or ws-sto-frequency = "M"
                 or ws-sto-frequency = "Q"
                   display "Frequency - Weekly, Fortnightly, Monthly "
                     "or Quarterly? (W/F/M/Q): "
                   accept ws-sto-frequency
                   move function upper-case(ws-sto-frequency) to
                     ws-sto-frequency
               end-perform
               display "First run date (yyyymmdd, blank = today): "
               perform get-standing-date
               if ws-sto-entered-date = 0
                   accept ws-sto-entered-date from date yyyymmdd
               end-if
               move ws-sto-entered-date to ws-sto-next-run
               move 1 to ws-sto-entered-date
               perform until ws-sto-entered-date = 0
                 or ws-sto-entered-date >= ws-sto-next-run
                   display "End date (yyyymmdd, blank = none): "
                   perform get-standing-date
                   if ws-sto-entered-date > 0
                     and ws-sto-entered-date < ws-sto-next-run
                       display "The end date cannot be before the "
                         "first run date"
                   end-if
               end-perform
               move ws-sto-entered-date to ws-sto-end-date
               display "Allocate from which location?"
               perform get-valid-stock-location
               move ws-location-code to ws-sto-location
               perform add-standing-order-lines
           end-if
           .

       get-standing-date section.
      *> a valid yyyymmdd date into ws-sto-entered-date, or 0 when
      *> left blank
           move "N" to ws-input-ok
           perform until ws-input-ok = "Y"
               move spaces to ws-numeric-input
               accept ws-numeric-input
               move 0 to ws-sto-entered-date
               if ws-numeric-input = spaces
                   move "Y" to ws-input-ok
               else
                   if function test-numval(ws-numeric-input) = 0
                       compute ws-sto-entered-date =
                         function numval(ws-numeric-input)
                       if ws-sto-entered-date = 0
                         or function test-date-yyyymmdd(
                           ws-sto-entered-date) = 0
                           move "Y" to ws-input-ok
                       end-if
                   end-if
                   if ws-input-ok not = "Y"
                       display "Invalid date - please enter "
                         "yyyymmdd: "
                   end-if
               end-if
           end-perform
           .

       add-standing-order-lines section.
      *> the lines are keyed first and written together under the
      *> lock once the order number is known
           move 0 to ws-sto-gen-count
           display "Available Products:"
           perform view-active-products
           move "Y" to ws-so-more
           perform until ws-so-more = "N"
               display "Product ID or SKU (0 = done): "
               move spaces to ws-prod-entry-text
               accept ws-prod-entry-text
               if function trim(ws-prod-entry-text) = "0"
                   move "N" to ws-so-more
               else
                   perform resolve-product-entry
                   move ws-resolved-prod-id to ws-so-prod
                   perform get-product-details(ws-so-prod)
                   if product-not-found
                       display "No product on file with ID "
                         ws-so-prod
                   else
                       if ws-sto-gen-count >= ws-max-sto-lines
                           display "A standing order holds at most "
                             ws-max-sto-lines " lines"
                           move "N" to ws-so-more
                       else
                           display "Enter the quantity each time: "
                           perform get-valid-quantity
                           add 1 to ws-sto-gen-count
                           move ws-so-prod to
                             stol-product(ws-sto-gen-count)
                           move ws-valid-quantity to
                             stol-quantity(ws-sto-gen-count)
                       end-if
                   end-if
               end-if
           end-perform
           if ws-sto-gen-count = 0
               display "No lines entered - standing order not set up."
           else
               perform write-standing-order
               display "Standing order " ws-sto-number " set up with "
                 ws-sto-line-count " line(s), first run "
                 ws-sto-next-run
           end-if
           .

       write-standing-order section.
           perform acquire-exclusive-lock
           perform find-max-standing-number
           compute ws-sto-number = ws-sto-max-number + 1
           move 0 to ws-sto-line-count
           perform open-standing-io
           move 1 to ws-sto-line-slot
           perform until ws-sto-line-slot > ws-sto-gen-count
               add 1 to ws-sto-line-count
               move ws-sto-number to sto-number
               move ws-sto-line-count to sto-line-no
               move ws-so-customer to sto-customer-id
               move stol-product(ws-sto-line-slot) to sto-product-id
               move stol-quantity(ws-sto-line-slot) to sto-quantity
               move ws-sto-frequency to sto-frequency
               move ws-sto-next-run to sto-next-run
               move ws-sto-end-date to sto-end-date
               move ws-sto-location to sto-location
               move "A" to sto-status
               move 0 to sto-last-so
               write standing-template
                   invalid key
                       display "ERROR: unable to write standing "
                         "order line for product " sto-product-id
                       subtract 1 from ws-sto-line-count
               end-write
               add 1 to ws-sto-line-slot
           end-perform
           close standing-orders
           perform release-exclusive-lock
           .

       find-max-standing-number section.
           move 0 to ws-sto-max-number
           perform open-standing-input
           move "N" to ws-sto-done
           perform until ws-sto-done = "Y"
               read standing-orders next record
                   at end
                       move "Y" to ws-sto-done
                   not at end
                       if sto-number > ws-sto-max-number
                           move sto-number to ws-sto-max-number
                       end-if
               end-read
           end-perform
           close standing-orders
           .

       list-standing-orders section.
           display "STO_NO|LINE|CUSTOMER |PROD_ID  |QUANTITY |FREQ|"
             "NEXT RUN|END DATE|LOC |STATUS"
           perform open-standing-input
           move "N" to ws-sto-done
           perform until ws-sto-done = "Y"
               read standing-orders next record
                   at end
                       move "Y" to ws-sto-done
                   not at end
                       move sto-quantity to ws-sto-qty-disp
                       display sto-number "|" sto-line-no " |"
                         sto-customer-id "|" sto-product-id "|"
                         ws-sto-qty-disp "|" sto-frequency "   |"
                         sto-next-run "|" sto-end-date "|"
                         sto-location "|" sto-status
               end-read
           end-perform
           close standing-orders
           .

       cancel-standing-order section.
           display "Enter the standing order number to cancel: "
           accept ws-sto-number
           move 0 to ws-sto-line-count
           perform acquire-exclusive-lock
           perform open-standing-io
           move ws-sto-number to sto-number
           move 0 to sto-line-no
           start standing-orders key >= sto-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-sto-done
                   perform until ws-sto-done = "Y"
                       read standing-orders next record
                           at end
                               move "Y" to ws-sto-done
                           not at end
                               if sto-number not = ws-sto-number
                                   move "Y" to ws-sto-done
                               else
                                   move "X" to sto-status
                                   rewrite standing-template
                                   add 1 to ws-sto-line-count
                               end-if
                       end-read
                   end-perform
           end-start
           close standing-orders
           perform release-exclusive-lock
           if ws-sto-line-count = 0
               display "No standing order on file with number "
                 ws-sto-number
           else
               display "Standing order " ws-sto-number " cancelled"
           end-if
           .

       run-standing-orders section.
      *> raises a sales order for every active standing order due on
      *> or before ws-sto-run-date and rolls its next run date on.
      *> An order for an inactive or unknown customer, or one that
      *> would take the customer past the credit limit, is skipped
      *> and stays due so it is picked up once the account is put
      *> right.
           display "Standing orders due by " ws-sto-run-date
           perform acquire-exclusive-lock
           move "STANDING ORDER GENERATION" to ws-rpt-title
           move "Standing_Orders" to ws-rpt-name
           perform open-report-print-file
           move ws-sto-run-date to ws-sto-date-out
           string
             "Orders due on or before " delimited by size
             ws-sto-date-out delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "STO_NO|CUSTOMER |RESULT  |SO_NUM|LINES|VALUE       |"
               delimited by size
             "NEXT RUN|REASON" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 0 to ws-sto-created ws-sto-skipped
           perform collect-due-standing-orders
           move 1 to ws-sto-slot
           perform until ws-sto-slot > ws-sto-due-count
               perform generate-standing-order
               add 1 to ws-sto-slot
           end-perform
           move ws-sto-created to ws-sto-qty-disp
           move ws-sto-skipped to ws-sto-skip-disp
           string
             "Orders created: " delimited by size
             function trim(ws-sto-qty-disp) delimited by size
             "   Skipped: " delimited by size
             function trim(ws-sto-skip-disp) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform close-report-output
           perform release-exclusive-lock
           .

       collect-due-standing-orders section.
      *> one entry per due order, taken from its first line
           move 0 to ws-sto-due-count
           move 0 to ws-sto-last-number
           perform open-standing-input
           move "N" to ws-sto-done
           perform until ws-sto-done = "Y"
               read standing-orders next record
                   at end
                       move "Y" to ws-sto-done
                   not at end
                       if sto-active
                         and sto-next-run <= ws-sto-run-date
                         and sto-number not = ws-sto-last-number
                           move sto-number to ws-sto-last-number
                           if ws-sto-due-count >= ws-max-sto-due
                               display "WARNING: more standing "
                                 "orders due than one run handles "
                                 "- run again for the rest"
                               move "Y" to ws-sto-done
                           else
                               add 1 to ws-sto-due-count
                               move sto-number to
                                 stod-number(ws-sto-due-count)
                               move sto-customer-id to
                                 stod-customer(ws-sto-due-count)
                               move sto-frequency to
                                 stod-frequency(ws-sto-due-count)
                               move sto-next-run to
                                 stod-next-run(ws-sto-due-count)
                               move sto-end-date to
                                 stod-end-date(ws-sto-due-count)
                           end-if
                       end-if
               end-read
           end-perform
           close standing-orders
           .

       generate-standing-order section.
           move stod-customer(ws-sto-slot) to ws-so-customer
           move stod-number(ws-sto-slot) to ws-sto-number
           move spaces to ws-sto-reason
           move 0 to ws-sto-order-value ws-next-so-number
           move 0 to ws-sto-line-count ws-sto-gen-count
           if ws-sto-reason = spaces
               perform get-counterparty-details(ws-so-customer)
               if not cpty-found or ws-cpty-lookup-type not = "C"
                   move "UNKNOWN CUSTOMER" to ws-sto-reason
               else
                   if ws-cpty-lookup-status not = "A"
                       move "CUSTOMER INACTIVE" to ws-sto-reason
                   end-if
               end-if
           end-if
           if ws-sto-reason = spaces
               perform load-standing-order-lines
               if ws-sto-gen-count = 0
                   move "NO ACTIVE PRODUCTS" to ws-sto-reason
               end-if
           end-if
      *> exposure as check-customer-credit sees it: what is owed
      *> now plus this order at the prices it will be billed at
           if ws-sto-reason = spaces and ws-cpty-lookup-limit > 0
               move ws-so-customer to ws-oi-cpty
               move "R" to ws-pay-type
               perform get-counterparty-balance
               compute ws-credit-exposure =
                 ws-cust-balance + ws-sto-order-value
               if ws-credit-exposure > ws-cpty-lookup-limit
                   move "OVER CREDIT LIMIT" to ws-sto-reason
               end-if
           end-if
           if ws-sto-reason = spaces
               perform create-standing-sales-order
               perform roll-standing-order
               add 1 to ws-sto-created
           else
               add 1 to ws-sto-skipped
           end-if
           perform print-standing-order-result
           .

       load-standing-order-lines section.
      *> the order's lines for products still active, priced for
      *> the credit check the way the sale will be priced
           move 0 to ws-sto-gen-count
           perform open-standing-input
           move ws-sto-number to sto-number
           move 0 to sto-line-no
           start standing-orders key >= sto-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-sto-done
                   perform until ws-sto-done = "Y"
                       read standing-orders next record
                           at end
                               move "Y" to ws-sto-done
                           not at end
                               if sto-number not = ws-sto-number
                                   move "Y" to ws-sto-done
                               else
                                   perform add-standing-gen-line
                               end-if
                       end-read
                   end-perform
           end-start
           close standing-orders
           .

       add-standing-gen-line section.
           perform get-product-details(sto-product-id)
           if product-found and ws-product-status not = "I"
             and ws-sto-gen-count < ws-max-sto-lines
               add 1 to ws-sto-gen-count
               move sto-product-id to stol-product(ws-sto-gen-count)
               move sto-quantity to stol-quantity(ws-sto-gen-count)
               move sto-location to stol-location(ws-sto-gen-count)
               move ws-so-customer to ws-price-cpty
               move sto-product-id to ws-price-prod
               move sto-quantity to ws-price-qty
               perform lookup-best-price
               if ws-price-found = "Y"
                   move ws-best-price to ws-effective-price
               else
                   move ws-product-sell-price to ws-effective-price
               end-if
               compute ws-sto-order-value = ws-sto-order-value +
                 sto-quantity * ws-effective-price
           else
               display "Standing order " sto-number " line "
                 sto-line-no " - product " sto-product-id
                 " not on file or inactive - line left out"
           end-if
           .

       create-standing-sales-order section.
           perform get-next-so-number
           move 0 to ws-so-line-count
           perform open-so-io
           move 1 to ws-sto-line-slot
           perform until ws-sto-line-slot > ws-sto-gen-count
               move stol-product(ws-sto-line-slot) to ws-so-prod
               move stol-quantity(ws-sto-line-slot) to
                 ws-so-order-qty
               move stol-location(ws-sto-line-slot) to
                 ws-alloc-location
               perform add-so-line
               add 1 to ws-sto-line-slot
           end-perform
           close sales-orders
           move ws-so-line-count to ws-sto-line-count
           .

       roll-standing-order section.
      *> the next run moves on by the frequency until it is past
      *> this run's date, so a missed run does not raise a pile of
      *> catch-up orders; past the end date the order is ended
           move stod-next-run(ws-sto-slot) to ws-sto-roll-date
           perform until ws-sto-roll-date > ws-sto-run-date
               perform roll-standing-date
           end-perform
           move "A" to ws-sto-new-status
           if stod-end-date(ws-sto-slot) > 0
             and ws-sto-roll-date > stod-end-date(ws-sto-slot)
               move "E" to ws-sto-new-status
           end-if
           perform update-standing-order-lines
           .

       roll-standing-date section.
           evaluate stod-frequency(ws-sto-slot)
               when "W"
                   compute ws-sto-roll-date = function date-of-integer(
                     function integer-of-date(ws-sto-roll-date) + 7)
               when "F"
                   compute ws-sto-roll-date = function date-of-integer(
                     function integer-of-date(ws-sto-roll-date) + 14)
               when "Q"
                   move 3 to ws-sto-months
                   perform add-months-to-roll-date
               when other
                   move 1 to ws-sto-months
                   perform add-months-to-roll-date
           end-evaluate
           .

       add-months-to-roll-date section.
      *> same day of the month, or the month's last day when the
      *> month is shorter
           compute ws-sto-year = ws-sto-roll-date / 10000
           compute ws-sto-month =
             (ws-sto-roll-date - ws-sto-year * 10000) / 100
           compute ws-sto-day = ws-sto-roll-date
             - ws-sto-year * 10000 - ws-sto-month * 100
           add ws-sto-months to ws-sto-month
           if ws-sto-month > 12
               subtract 12 from ws-sto-month
               add 1 to ws-sto-year
           end-if
           if ws-sto-month = 12
               compute ws-sto-next-first =
                 (ws-sto-year + 1) * 10000 + 101
           else
               compute ws-sto-next-first =
                 ws-sto-year * 10000 + (ws-sto-month + 1) * 100 + 1
           end-if
           compute ws-sto-month-end = function date-of-integer(
             function integer-of-date(ws-sto-next-first) - 1)
           compute ws-sto-roll-date =
             ws-sto-year * 10000 + ws-sto-month * 100 + ws-sto-day
           if ws-sto-roll-date > ws-sto-month-end
               move ws-sto-month-end to ws-sto-roll-date
           end-if
           .

       update-standing-order-lines section.
      *> every line of ws-sto-number takes the new next run date,
      *> status and last order raised
           perform open-standing-io
           move ws-sto-number to sto-number
           move 0 to sto-line-no
           start standing-orders key >= sto-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-sto-done
                   perform until ws-sto-done = "Y"
                       read standing-orders next record
                           at end
                               move "Y" to ws-sto-done
                           not at end
                               if sto-number not = ws-sto-number
                                   move "Y" to ws-sto-done
                               else
                                   move ws-sto-roll-date to
                                     sto-next-run
                                   move ws-sto-new-status to
                                     sto-status
                                   if ws-next-so-number > 0
                                       move ws-next-so-number to
                                         sto-last-so
                                   end-if
                                   rewrite standing-template
                               end-if
                       end-read
                   end-perform
           end-start
           close standing-orders
           .

       print-standing-order-result section.
           move ws-sto-number to ws-sto-number-out
           move ws-so-customer to ws-sto-cust-out
           move ws-sto-order-value to ws-sto-value-disp
           move ws-sto-line-count to ws-sto-lines-disp
           if ws-sto-reason = spaces
               move ws-next-so-number to ws-sto-so-out
               move ws-sto-roll-date to ws-sto-date-out
               string
                 ws-sto-number-out delimited by size
                 "|" delimited by size
                 ws-sto-cust-out delimited by size
                 "|CREATED |" delimited by size
                 ws-sto-so-out delimited by size
                 "|" delimited by size
                 ws-sto-lines-disp delimited by size
                 "|" delimited by size
                 ws-sto-value-disp delimited by size
                 "|" delimited by size
                 ws-sto-date-out delimited by size
                 "|" delimited by size
                 into rpt-detail
               end-string
           else
               move stod-next-run(ws-sto-slot) to ws-sto-date-out
               move ws-sto-gen-count to ws-sto-lines-disp
               string
                 ws-sto-number-out delimited by size
                 "|" delimited by size
                 ws-sto-cust-out delimited by size
                 "|SKIPPED |      |" delimited by size
                 ws-sto-lines-disp delimited by size
                 "|" delimited by size
                 ws-sto-value-disp delimited by size
                 "|" delimited by size
                 ws-sto-date-out delimited by size
                 "|" delimited by size
                 function trim(ws-sto-reason) delimited by size
                 into rpt-detail
               end-string
           end-if
           perform put-report-line
           .

       import-customer-orders section.
      *> reads a customer order file
      *> (customer|customer PO|product ID or SKU|qty|requested date
      *> per line) and raises one sales order for each customer PO
      *> on it; lines that cannot be taken go to the reject file
      *> with the reason
           display "Import Customer Orders"
           display "Enter the customer order file name: "
           move spaces to ws-bulk-load-filename
           accept ws-bulk-load-filename
           perform load-customer-order-file
           .

       load-customer-order-file section.
      *> the order file is named in ws-bulk-load-filename
           move 0 to ws-cio-count ws-cio-rejected ws-cio-orders
           move 0 to ws-cio-read
           open input bulk-load-file
           if not bulk-ok
               display "ERROR: cannot open " ws-bulk-load-filename
           else
               move spaces to ws-cio-reject-filename
               string
                 function trim(ws-bulk-load-filename)
                   delimited by size
                 ".rej" delimited by size
                 into ws-cio-reject-filename
               end-string
               open output cio-reject-file
               move "N" to ws-cio-done
               perform until ws-cio-done = "Y"
                   read bulk-load-file
                       at end
                           move "Y" to ws-cio-done
                       not at end
                           if bulk-load-record not = spaces
                               add 1 to ws-cio-read
                               perform load-one-customer-order-line
                           end-if
                   end-read
               end-perform
               close bulk-load-file
               close cio-reject-file
               display ws-cio-read " order line(s) read, "
                 ws-cio-count " accepted, " ws-cio-rejected
                 " rejected"
               if ws-cio-rejected > 0
                   display "Rejected lines written to "
                     function trim(ws-cio-reject-filename)
               end-if
               if ws-cio-count > 0
                   perform raise-imported-orders
               end-if
           end-if
           .

       load-one-customer-order-line section.
           move spaces to ws-cio-cust-text ws-cio-ref ws-cio-prod-text
             ws-cio-qty-text ws-cio-date-text ws-cio-reason
           unstring bulk-load-record delimited by "|"
             into ws-cio-cust-text ws-cio-ref ws-cio-prod-text
               ws-cio-qty-text ws-cio-date-text
           end-unstring
           move 0 to ws-cio-customer ws-cio-qty ws-cio-req-date
           if function test-numval(ws-cio-cust-text) not = 0
               move "UNKNOWN CUSTOMER" to ws-cio-reason
           else
               compute ws-cio-customer =
                 function numval(ws-cio-cust-text)
               perform get-counterparty-details(ws-cio-customer)
               if not cpty-found or ws-cpty-lookup-type not = "C"
                   move "UNKNOWN CUSTOMER" to ws-cio-reason
               else
                   if ws-cpty-lookup-status not = "A"
                       move "CUSTOMER INACTIVE" to ws-cio-reason
                   end-if
               end-if
           end-if
           if ws-cio-reason = spaces and ws-cio-ref = spaces
               move "NO CUSTOMER PO" to ws-cio-reason
           end-if
           if ws-cio-reason = spaces
               move ws-cio-prod-text to ws-prod-entry-text
               perform resolve-product-entry
               if ws-resolved-found = "N"
                   move "UNKNOWN SKU" to ws-cio-reason
               else
                   perform get-product-details(ws-resolved-prod-id)
                   if ws-product-status = "I"
                       move "PRODUCT INACTIVE" to ws-cio-reason
                   end-if
               end-if
           end-if
           if ws-cio-reason = spaces
               if function test-numval(ws-cio-qty-text) not = 0
                   move "QTY NOT NUMERIC" to ws-cio-reason
               else
                   compute ws-cio-qty =
                     function numval(ws-cio-qty-text)
                   if ws-cio-qty not =
                     function numval(ws-cio-qty-text)
                       move "QTY NOT WHOLE UNITS" to ws-cio-reason
                   end-if
                   if ws-cio-qty <= 0
                       move "QTY NOT POSITIVE" to ws-cio-reason
                   end-if
               end-if
           end-if
           if ws-cio-reason = spaces
               if ws-cio-date-text = spaces
                   accept ws-cio-req-date from date yyyymmdd
               else
                   if function test-numval(ws-cio-date-text) not = 0
                       move "BAD REQUESTED DATE" to ws-cio-reason
                   else
                       compute ws-cio-req-date =
                         function numval(ws-cio-date-text)
                       if function test-date-yyyymmdd(
                         ws-cio-req-date) not = 0
                           move "BAD REQUESTED DATE" to ws-cio-reason
                       end-if
                   end-if
               end-if
           end-if
      *> a customer PO already raised as an order is not raised
      *> again when the same file is sent twice
           if ws-cio-reason = spaces
               perform find-imported-customer-po
               if ws-cpo-so-found > 0
                   move "PO ALREADY IMPORTED" to ws-cio-reason
               end-if
           end-if
           if ws-cio-reason = spaces
             and ws-cio-count >= ws-max-cio-entries
               move "IMPORT TABLE FULL" to ws-cio-reason
           end-if
           if ws-cio-reason = spaces
               add 1 to ws-cio-count
               move ws-cio-customer to cio-customer(ws-cio-count)
               move ws-cio-ref to cio-reference(ws-cio-count)
               move ws-resolved-prod-id to cio-product(ws-cio-count)
               move ws-cio-qty to cio-quantity(ws-cio-count)
               move ws-cio-req-date to cio-req-date(ws-cio-count)
               move 0 to cio-so-number(ws-cio-count)
           else
               add 1 to ws-cio-rejected
               move spaces to cio-reject-record
               string
                 function trim(bulk-load-record trailing)
                   delimited by size
                 "|" delimited by size
                 function trim(ws-cio-reason) delimited by size
                 into cio-reject-record
               end-string
               write cio-reject-record
           end-if
           .

       find-imported-customer-po section.
      *> the sales order already raised for ws-cio-customer's
      *> ws-cio-ref, or 0
           move 0 to ws-cpo-so-found
           open input customer-po-file
           if cpo-file-ok
               move "N" to ws-cpo-done
               perform until ws-cpo-done = "Y"
                   read customer-po-file
                       at end
                           move "Y" to ws-cpo-done
                       not at end
                           if cpo-customer-id = ws-cio-customer
                             and cpo-reference = ws-cio-ref
                               move cpo-so-number to ws-cpo-so-found
                               move "Y" to ws-cpo-done
                           end-if
                   end-read
               end-perform
           end-if
           close customer-po-file
           .

       find-so-customer-po section.
      *> the customer's own PO number for sales order
      *> ws-cpo-so-wanted, or spaces
           move spaces to ws-cpo-ref-found
           open input customer-po-file
           if cpo-file-ok
               move "N" to ws-cpo-done
               perform until ws-cpo-done = "Y"
                   read customer-po-file
                       at end
                           move "Y" to ws-cpo-done
                       not at end
                           if cpo-so-number = ws-cpo-so-wanted
                               move cpo-reference to ws-cpo-ref-found
                               move "Y" to ws-cpo-done
                           end-if
                   end-read
               end-perform
           end-if
           close customer-po-file
           .

       find-so-line-quoted-price section.
      *> the price quoted at import for the SO line in the buffer
           move "N" to ws-cpo-price-found
           move 0 to ws-cpo-quoted-price
           open input customer-po-file
           if cpo-file-ok
               move "N" to ws-cpo-done
               perform until ws-cpo-done = "Y"
                   read customer-po-file
                       at end
                           move "Y" to ws-cpo-done
                       not at end
                           if cpo-so-number = so-number
                             and cpo-so-line = so-line-no
                               move cpo-unit-price to
                                 ws-cpo-quoted-price
                               move "Y" to ws-cpo-price-found
                               move "Y" to ws-cpo-done
                           end-if
                   end-read
               end-perform
           end-if
           close customer-po-file
           .

       raise-imported-orders section.
      *> one sales order per customer + customer PO; the lines are
      *> priced from the price file the way the sale will be billed
           perform acquire-exclusive-lock
           move "CUSTOMER ORDER IMPORT" to ws-rpt-title
           move "Order_Import" to ws-rpt-name
           perform open-report-print-file
           string
             "Order file: " delimited by size
             function trim(ws-bulk-load-filename) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "SO_NUM|LINE|CUSTOMER |CUSTOMER PO         |PROD_ID  |"
               delimited by size
             "QTY      |UNIT PRICE  |REQUESTED" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 1 to ws-cio-slot
           perform until ws-cio-slot > ws-cio-count
               if cio-so-number(ws-cio-slot) = 0
                   perform raise-one-imported-order
               end-if
               add 1 to ws-cio-slot
           end-perform
           move ws-cio-orders to ws-cio-count-disp
           move ws-cio-rejected to ws-cio-reject-disp
           string
             "Orders raised: " delimited by size
             function trim(ws-cio-count-disp) delimited by size
             "   Lines rejected: " delimited by size
             function trim(ws-cio-reject-disp) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           if ws-cio-rejected > 0
               string
                 "Rejects: " delimited by size
                 function trim(ws-cio-reject-filename)
                   delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           perform close-report-output
           perform release-exclusive-lock
           display ws-cio-orders " sales order(s) raised"
           .

       raise-one-imported-order section.
      *> the order takes every accepted line from ws-cio-slot on
      *> with the same customer and customer PO
           move cio-customer(ws-cio-slot) to ws-so-customer
           move cio-reference(ws-cio-slot) to ws-cio-ref
           perform get-next-so-number
           move 0 to ws-so-line-count
           move spaces to ws-alloc-location
           perform open-so-io
           move ws-cio-slot to ws-cio-line-slot
           perform until ws-cio-line-slot > ws-cio-count
               if cio-so-number(ws-cio-line-slot) = 0
                 and cio-customer(ws-cio-line-slot) = ws-so-customer
                 and cio-reference(ws-cio-line-slot) = ws-cio-ref
                   perform raise-imported-order-line
               end-if
               add 1 to ws-cio-line-slot
           end-perform
           close sales-orders
           add 1 to ws-cio-orders
           .

       raise-imported-order-line section.
           move cio-product(ws-cio-line-slot) to ws-so-prod
           move cio-quantity(ws-cio-line-slot) to ws-so-order-qty
           perform add-so-line
           move ws-next-so-number to cio-so-number(ws-cio-line-slot)
           perform get-product-details(ws-so-prod)
           move ws-so-customer to ws-price-cpty
           move ws-so-prod to ws-price-prod
           move ws-so-order-qty to ws-price-qty
           perform lookup-best-price
           if ws-price-found = "Y"
               move ws-best-price to ws-effective-price
           else
               move ws-product-sell-price to ws-effective-price
           end-if
           move spaces to custpo-record
           move ws-next-so-number to cpo-so-number
           move ws-so-line-count to cpo-so-line
           move ws-so-customer to cpo-customer-id
           move ws-cio-ref to cpo-reference
           move cio-req-date(ws-cio-line-slot) to cpo-requested-date
           move ws-so-prod to cpo-product-id
           move ws-so-order-qty to cpo-quantity
           move ws-effective-price to cpo-unit-price
           accept cpo-import-date from date yyyymmdd
           move ws-operator-id to cpo-operator
           move "|" to cpo-sep-1 cpo-sep-2 cpo-sep-3 cpo-sep-4
             cpo-sep-5 cpo-sep-6 cpo-sep-7 cpo-sep-8 cpo-sep-9
           open extend customer-po-file
           if not cpo-file-ok
               open output customer-po-file
           end-if
           write custpo-record
           close customer-po-file
           move cpo-unit-price to ws-cio-price-disp
           string
             cpo-so-number delimited by size
             "|" delimited by size
             cpo-so-line delimited by size
             " |" delimited by size
             cpo-customer-id delimited by size
             "|" delimited by size
             cpo-reference delimited by size
             "|" delimited by size
             cpo-product-id delimited by size
             "|" delimited by size
             cpo-quantity delimited by size
             "|" delimited by size
             ws-cio-price-disp delimited by size
             "|" delimited by size
             cpo-requested-date delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       view-open-sos section.
                       move "Y" to ws-so-found-any
                   not at end
                       if so-line-open
                           perform find-dropship-line
                           move spaces to ws-dsh-note
                           if ws-dsh-found = "Y"
                               string
                                 "|DROP-SHIP PO " delimited by size
                                 dsh-po-number delimited by size
                                 into ws-dsh-note
                               end-string
                           end-if
                           display
                             so-number "|"
                             so-line-no "|"
                             so-qty-ordered "|"
                             so-qty-shipped "|"
                             so-order-date
                             ws-dsh-note
                       end-if
               end-read
           end-perform
           perform view-open-sos
           display "Enter the SO number: "
           accept ws-so-number
      *> every line shipped in this pass is billed on one invoice
           move 0 to ws-ivc-number
           move ws-so-number to ws-ivc-so-number
           move "N" to ws-so-found-any
      *> and everything picked goes out as one shipment
           move 0 to ws-shp-line-count ws-shp-lot-count
           move 0 to ws-shp-units ws-shp-lines-shipped
           move spaces to ws-shp-location
           perform open-so-io
           move ws-so-number to so-number
           move 0 to so-line-no
                                   move "N" to ws-so-more
                               else
                                   move "Y" to ws-so-found-any
                                   perform find-dropship-line
                                   if ws-dsh-found = "Y"
                                     and dsh-awaiting-vendor
                                       display "Line " so-line-no
                                         " is drop-shipped on PO "
                                         dsh-po-number " - skipping"
                                   else
                                       perform ship-one-so-line
                                   end-if
                               end-if
                       end-read
                   end-perform
               display "No sales order on file with number "
                 ws-so-number
           end-if
           if ws-shp-units > 0
               perform record-shipment
           end-if
           if ws-ivc-number > 0
               perform print-sale-invoice
           end-if
           move 0 to ws-ivc-so-number
           .

       ship-one-so-line section.
               display "Line " so-line-no " is closed - skipping"
           else
               perform get-product-details(so-product-id)
               move so-customer-id to ws-shp-customer
               move 0 to ws-shp-line-qty
               compute ws-so-open-qty =
                 so-qty-ordered - so-qty-shipped
               display "Line " so-line-no ": product " so-product-id
                       move ws-so-open-qty to ws-so-ship-qty
                   end-if
                   display "  Ship from which location?"
                   perform get-valid-stock-location
                   perform acquire-exclusive-lock
                   perform check-current-period-open
                   if ws-period-ok = "Y"
      *> the oversell path
                       move ws-location-code to ws-io-location
                       perform get-inventory-quantity(so-product-id)
                       perform exclude-expired-stock(so-product-id)
                       if ws-inv-quantity < ws-so-ship-qty
                           display "  Only " ws-inv-quantity
                             " on hand at " ws-location-code
                             ", the rest stays on backorder"
                           move ws-inv-quantity to ws-so-ship-qty
                       end-if
      *> stock allocated to other orders is not ours to ship; this
      *> line's own allocation at the location is
                       perform get-so-line-allocation
                       perform get-allocated-quantity(so-product-id)
                       if ws-alloc-found = "Y"
                         and ws-alloc-line-location = ws-location-code
                           subtract ws-alloc-line-qty from
                             ws-alloc-total
                       end-if
                       compute ws-alloc-available =
                         ws-inv-quantity - ws-alloc-total
                       if ws-alloc-available < 0
                           move 0 to ws-alloc-available
                       end-if
                       if ws-alloc-available < ws-so-ship-qty
                           display "  Only " ws-alloc-available
                             " free at " ws-location-code
                             " after other orders' allocations - "
                             "shipping " ws-alloc-available
                             ", the rest stays on backorder"
                           move ws-alloc-available to ws-so-ship-qty
                       end-if
                       if ws-so-ship-qty > 0
                           move "Y" to ws-shp-capture
                           perform post-so-shipment
                           move "N" to ws-shp-capture
                           perform apply-so-line-shipment
                           perform relieve-so-line-allocation
                           move ws-so-ship-qty to ws-shp-line-qty
                       end-if
                   end-if
                   perform release-exclusive-lock
               end-if
               perform add-packing-slip-line
           end-if
           .

       apply-so-line-shipment section.
           add ws-so-ship-qty to so-qty-shipped
           if so-qty-shipped >= so-qty-ordered
               move "C" to so-line-status
               display "  Line complete."
           else
               display "  *** BACKORDER: " so-qty-shipped " of "
                 so-qty-ordered " shipped - line stays open ***"
           end-if
           rewrite so-template
           .

       add-packing-slip-line section.
      *> the SO line in the buffer as it stands after this pass:
      *> what went out now (ws-shp-line-qty) and what is still owed
           if ws-shp-line-count < ws-max-shp-lines
               add 1 to ws-shp-line-count
               move so-line-no to shps-line-no(ws-shp-line-count)
               move so-product-id to shps-product(ws-shp-line-count)
               move ws-shp-line-qty to shps-shipped(ws-shp-line-count)
               compute shps-backorder(ws-shp-line-count) =
                 so-qty-ordered - so-qty-shipped
               if ws-shp-line-qty > 0
                   move ws-location-code to
                     shps-location(ws-shp-line-count)
                   if ws-shp-location = spaces
                       move ws-location-code to ws-shp-location
                   end-if
                   add ws-shp-line-qty to ws-shp-units
                   add 1 to ws-shp-lines-shipped
               else
                   move spaces to shps-location(ws-shp-line-count)
               end-if
           end-if
           .

       add-packing-slip-lot section.
      *> one pick from a cost layer for the slip line being built
           if ws-shp-lot-count < ws-max-shp-lots
               add 1 to ws-shp-lot-count
               compute shpl-line-slot(ws-shp-lot-count) =
                 ws-shp-line-count + 1
               move layer-lot to shpl-lot(ws-shp-lot-count)
               move ws-layer-take to shpl-quantity(ws-shp-lot-count)
               move layer-expiry to shpl-expiry(ws-shp-lot-count)
           end-if
           .

       record-shipment section.
      *> numbers the shipment picked in this pass, keeps its carrier
      *> and tracking number, and prints the packing slip
           display "Shipment of " ws-shp-units " unit(s) on SO "
             ws-so-number
           display "Carrier (blank = UNASSIGNED): "
           move spaces to ws-shp-carrier
           accept ws-shp-carrier
           move function upper-case(ws-shp-carrier) to ws-shp-carrier
           if ws-shp-carrier = spaces
               move "UNASSIGNED" to ws-shp-carrier
           end-if
           display "Tracking number (blank = none): "
           move spaces to ws-shp-tracking
           accept ws-shp-tracking
           perform get-next-shipment-number
           move spaces to shipment-record
           move ws-next-shp-number to shp-number
           accept shp-date from date yyyymmdd
           accept shp-time from time
           move ws-so-number to shp-so-number
           move ws-shp-customer to shp-customer-id
           move ws-shp-location to shp-location
           move ws-shp-carrier to shp-carrier
           move ws-shp-tracking to shp-tracking
           move ws-shp-lines-shipped to shp-lines
           move ws-shp-units to shp-units
           move ws-ivc-number to shp-invoice-no
           move ws-operator-id to shp-operator
           move "|" to shp-sep-1 shp-sep-2 shp-sep-3 shp-sep-4
             shp-sep-5 shp-sep-6 shp-sep-7 shp-sep-8 shp-sep-9
             shp-sep-10 shp-sep-11
           open extend shipment-file
           if not shp-file-ok
               open output shipment-file
           end-if
           write shipment-record
           close shipment-file
           display "Shipment " shp-number " recorded"
           perform print-packing-slip
           .

       print-packing-slip section.
      *> the slip goes out from the shipment record still in the
      *> buffer and the lines and lots kept during the pick
           move shp-number to ws-shp-number-out
           move spaces to ws-rpt-title ws-rpt-name
           string
             "PACKING SLIP " delimited by size
             ws-shp-number-out delimited by size
             into ws-rpt-title
           end-string
           string
             "Packing_Slip_" delimited by size
             ws-shp-number-out delimited by size
             into ws-rpt-name
           end-string
           perform open-report-print-file
           string
             "Shipment number: " delimited by size
             ws-shp-number-out delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "Ship date      : " delimited by size
             shp-date delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "Sales order    : " delimited by size
             shp-so-number delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move shp-so-number to ws-cpo-so-wanted
           perform find-so-customer-po
           if ws-cpo-ref-found not = spaces
               string
                 "Your order     : " delimited by size
                 function trim(ws-cpo-ref-found) delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           perform get-counterparty-details(shp-customer-id)
           string
             "Ship to        : " delimited by size
             shp-customer-id delimited by size
             " " delimited by size
             function trim(ws-cpty-lookup-name) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           if ws-cpty-lookup-contact not = spaces
               string
                 "                 " delimited by size
                 function trim(ws-cpty-lookup-contact)
                   delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           string
             "Ship from      : " delimited by size
             shp-location delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "Carrier        : " delimited by size
             shp-carrier delimited by size
             "  Tracking: " delimited by size
             function trim(shp-tracking) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform put-report-line
           string
             "LINE|PROD_ID  |DESCRIPTION             |FROM|"
               delimited by size
             "SHIPPED  |BACKORDER" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 0 to ws-shp-backorder-total
           move 1 to ws-shp-slot
           perform until ws-shp-slot > ws-shp-line-count
               perform print-packing-slip-line
               add 1 to ws-shp-slot
           end-perform
           perform put-report-line
           move ws-shp-units to ws-shp-qty-disp
           string
             "Units shipped    : " delimited by size
             function trim(ws-shp-qty-disp) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move ws-shp-backorder-total to ws-shp-qty-disp
           string
             "Units backordered: " delimited by size
             function trim(ws-shp-qty-disp) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform close-report-output
           .

       print-packing-slip-line section.
           perform get-product-details(shps-product(ws-shp-slot))
           move ws-product-name to ws-shp-desc
           move shps-shipped(ws-shp-slot) to ws-shp-qty-out
           move shps-backorder(ws-shp-slot) to ws-shp-bo-out
           add shps-backorder(ws-shp-slot) to ws-shp-backorder-total
           string
             shps-line-no(ws-shp-slot) delimited by size
             " |" delimited by size
             shps-product(ws-shp-slot) delimited by size
             "|" delimited by size
             ws-shp-desc delimited by size
             "|" delimited by size
             shps-location(ws-shp-slot) delimited by size
             "|" delimited by size
             ws-shp-qty-out delimited by size
             "|" delimited by size
             ws-shp-bo-out delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 1 to ws-shp-lot-slot
           perform until ws-shp-lot-slot > ws-shp-lot-count
               if shpl-line-slot(ws-shp-lot-slot) = ws-shp-slot
                   move shpl-quantity(ws-shp-lot-slot) to
                     ws-shp-qty-out
                   if shpl-lot(ws-shp-lot-slot) = spaces
                       move "(no lot)" to ws-shp-lot-text
                   else
                       move shpl-lot(ws-shp-lot-slot) to
                         ws-shp-lot-text
                   end-if
                   string
                     "        lot " delimited by size
                     ws-shp-lot-text delimited by size
                     "  qty " delimited by size
                     ws-shp-qty-out delimited by size
                     into rpt-detail
                   end-string
                   if shpl-expiry(ws-shp-lot-slot) > 0
                       move shpl-expiry(ws-shp-lot-slot) to
                         ws-shp-date-out
                       string
                         function trim(rpt-detail trailing)
                           delimited by size
                         "  expires " delimited by size
                         ws-shp-date-out delimited by size
                         into ws-shp-work-line
                       end-string
                       move ws-shp-work-line to rpt-detail
                       move spaces to ws-shp-work-line
                   end-if
                   perform put-report-line
               end-if
               add 1 to ws-shp-lot-slot
           end-perform
           .

       get-next-shipment-number section.
           perform acquire-exclusive-lock
           move 0 to ws-next-shp-number
           open input shipment-sequence
           if shp-seq-ok
               read shipment-sequence
                   at end
                       move 0 to ws-next-shp-number
                   not at end
                       move shp-sequence-record to ws-next-shp-number
               end-read
               close shipment-sequence
           else
               close shipment-sequence
               perform find-max-existing-shipment-number
               move ws-max-existing-shp-number to ws-next-shp-number
           end-if

           add 1 to ws-next-shp-number
           open output shipment-sequence
           move ws-next-shp-number to shp-sequence-record
           write shp-sequence-record
           close shipment-sequence
           perform release-exclusive-lock
           .

       find-max-existing-shipment-number section.
           move 0 to ws-max-existing-shp-number
           open input shipment-file
           if shp-file-ok
               move "N" to ws-shp-done
               perform until ws-shp-done = "Y"
                   read shipment-file
                       at end
                           move "Y" to ws-shp-done
                       not at end
                           if shp-number is numeric
                             and shp-number >
                               ws-max-existing-shp-number
                               move shp-number to
                                 ws-max-existing-shp-number
                           end-if
                   end-read
               end-perform
           end-if
           close shipment-file
           .

       carrier-manifest section.
      *> every shipment made on the day, grouped by carrier, for
      *> the driver's signature and for order-status calls
           display "Carrier Manifest"
           display "Manifest date (yyyymmdd, blank = today): "
           move spaces to ws-numeric-input
           accept ws-numeric-input
           move 0 to ws-shm-date
           if ws-numeric-input not = spaces
               if function test-numval(ws-numeric-input) = 0
                   compute ws-shm-date =
                     function numval(ws-numeric-input)
                   if function test-date-yyyymmdd(ws-shm-date) not = 0
                       move 0 to ws-shm-date
                   end-if
               end-if
               if ws-shm-date = 0
                   display "Invalid date - using today"
               end-if
           end-if
           if ws-shm-date = 0
               accept ws-shm-date from date yyyymmdd
           end-if
           perform print-carrier-manifest
           .

       print-carrier-manifest section.
      *> the manifest date is in ws-shm-date
           perform load-manifest-shipments
           move "CARRIER MANIFEST" to ws-rpt-title
           move "Carrier_Manifest" to ws-rpt-name
           perform open-report-print-file
           move ws-shm-date to ws-shp-date-out
           string
             "Shipments made on " delimited by size
             ws-shp-date-out delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           if ws-shm-count = 0
               move "No shipments on file for this date" to
                 rpt-detail
               perform put-report-line
           end-if
           move 1 to ws-shm-carrier-slot
           perform until ws-shm-carrier-slot > ws-shm-carrier-count
               perform print-manifest-carrier
               add 1 to ws-shm-carrier-slot
           end-perform
           perform put-report-line
           move ws-shm-count to ws-shp-qty-disp
           move ws-shm-total-units to ws-shp-units-disp
           string
             "Total shipments: " delimited by size
             function trim(ws-shp-qty-disp) delimited by size
             "   Units: " delimited by size
             function trim(ws-shp-units-disp) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform close-report-output
           .

       load-manifest-shipments section.
           move 0 to ws-shm-count ws-shm-carrier-count
           move 0 to ws-shm-total-units
           open input shipment-file
           if shp-file-ok
               move "N" to ws-shp-done
               perform until ws-shp-done = "Y"
                   read shipment-file
                       at end
                           move "Y" to ws-shp-done
                       not at end
                           if shp-date = ws-shm-date
                               perform add-manifest-shipment
                           end-if
                   end-read
               end-perform
           end-if
           close shipment-file
           .

       add-manifest-shipment section.
           if ws-shm-count >= ws-max-shm-entries
               display "WARNING: manifest table is full - "
                 "later shipments left off"
           else
               add 1 to ws-shm-count
               move shp-number to shm-number(ws-shm-count)
               move shp-so-number to shm-so-number(ws-shm-count)
               move shp-customer-id to shm-customer(ws-shm-count)
               move shp-location to shm-location(ws-shm-count)
               move shp-carrier to shm-carrier(ws-shm-count)
               move shp-tracking to shm-tracking(ws-shm-count)
               move shp-units to shm-units(ws-shm-count)
               add shp-units to ws-shm-total-units
               move 0 to ws-shm-found
               move 1 to ws-shm-carrier-slot
               perform until ws-shm-carrier-slot >
                 ws-shm-carrier-count or ws-shm-found > 0
                   if shmc-carrier(ws-shm-carrier-slot) = shp-carrier
                       move ws-shm-carrier-slot to ws-shm-found
                   end-if
                   add 1 to ws-shm-carrier-slot
               end-perform
               if ws-shm-found = 0
                 and ws-shm-carrier-count < ws-max-shm-carriers
                   add 1 to ws-shm-carrier-count
                   move shp-carrier to
                     shmc-carrier(ws-shm-carrier-count)
               end-if
           end-if
           .

       print-manifest-carrier section.
           perform put-report-line
           string
             "CARRIER: " delimited by size
             shmc-carrier(ws-shm-carrier-slot) delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "SHIP_NO|SO_NUM|CUSTOMER                      |FROM|"
               delimited by size
             "UNITS    |TRACKING" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 0 to ws-shm-carrier-ships ws-shm-carrier-units
           move 1 to ws-shm-slot
           perform until ws-shm-slot > ws-shm-count
               if shm-carrier(ws-shm-slot) =
                 shmc-carrier(ws-shm-carrier-slot)
                   perform print-manifest-shipment
               end-if
               add 1 to ws-shm-slot
           end-perform
           move ws-shm-carrier-ships to ws-shp-qty-disp
           move ws-shm-carrier-units to ws-shp-units-disp
           string
             "  " delimited by size
             function trim(ws-shp-qty-disp) delimited by size
             " shipment(s), " delimited by size
             function trim(ws-shp-units-disp) delimited by size
             " unit(s)" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       print-manifest-shipment section.
           add 1 to ws-shm-carrier-ships
           add shm-units(ws-shm-slot) to ws-shm-carrier-units
           perform get-counterparty-details(shm-customer(ws-shm-slot))
           move ws-cpty-lookup-name to ws-shm-cust-name
           move shm-number(ws-shm-slot) to ws-shp-number-out
           move shm-units(ws-shm-slot) to ws-shp-qty-out
           string
             ws-shp-number-out delimited by size
             " |" delimited by size
             shm-so-number(ws-shm-slot) delimited by size
             "|" delimited by size
             ws-shm-cust-name delimited by size
             "|" delimited by size
             shm-location(ws-shm-slot) delimited by size
             "|" delimited by size
             ws-shp-qty-out delimited by size
             "|" delimited by size
             function trim(shm-tracking(ws-shm-slot))
               delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       post-so-shipment section.
           move 0 to buy-po-line(purchase-record-id)
           perform get-product-details(
             buy-product-id(purchase-record-id))
      *> an imported line is billed at the price quoted back to the
      *> customer at import, whatever the list or quantity shipped
           perform find-so-line-quoted-price
           if ws-cpo-price-found = "Y"
               move ws-cpo-quoted-price to ws-effective-price
               move ws-effective-price to ws-price-disp
               display "Imported order price applied: " ws-price-disp
           else
               perform price-for-staged-sale
           end-if
           move ws-effective-price to
             buy-unit-price(purchase-record-id)
           perform compute-sale-tax
           move "E" to ws-layer-direction
           move "Y" to ws-layer-update
           move "Sell" to ws-trace-type
           move so-customer-id to ws-trace-cpty
           perform release-exclusive-lock
           .

       get-next-invoice-number section.
           perform acquire-exclusive-lock
           move 0 to ws-next-ivc-number
           open input invoice-sequence
           if ivc-seq-ok
               read invoice-sequence
                   at end
                       move 0 to ws-next-ivc-number
                   not at end
                       move ivc-sequence-record to ws-next-ivc-number
               end-read
               close invoice-sequence
           else
               close invoice-sequence
               perform find-max-existing-invoice-number
               move ws-max-existing-ivc-number to ws-next-ivc-number
           end-if

           add 1 to ws-next-ivc-number
           open output invoice-sequence
           move ws-next-ivc-number to ivc-sequence-record
           write ivc-sequence-record
           close invoice-sequence
           perform release-exclusive-lock
           .

       find-max-existing-invoice-number section.
           move 0 to ws-max-existing-ivc-number
           open input invoice-file
           if ivc-file-ok
               move "N" to ws-ivc-done
               perform until ws-ivc-done = "Y"
                   read invoice-file
                       at end
                           move "Y" to ws-ivc-done
                       not at end
                           if ivc-number is numeric
                             and ivc-number > ws-max-existing-ivc-number
                               move ivc-number to
                                 ws-max-existing-ivc-number
                           end-if
                   end-read
               end-perform
           end-if
           close invoice-file
           .

       record-invoice-line section.
      *> adds the sale staged in slot ws-oi-slot to the invoice in
      *> progress, opening a new invoice number when there is none;
      *> a shipment pass keeps one number for every line it ships
           if ws-ivc-number = 0
               perform get-next-invoice-number
               move ws-next-ivc-number to ws-ivc-number
           end-if
           move spaces to invoice-record
           move ws-ivc-number to ivc-number
           move "I" to ivc-status
           move buy-date(ws-oi-slot) to ivc-date
           move buy-time(ws-oi-slot) to ivc-time
           move buy-counterparty(ws-oi-slot) to ivc-customer-id
           move ws-ivc-so-number to ivc-so-number
           move buy-product-id(ws-oi-slot) to ivc-product-id
           move buy-quantity(ws-oi-slot) to ivc-quantity
           move buy-unit-price(ws-oi-slot) to ivc-unit-price
           move buy-tax-code(ws-oi-slot) to ivc-tax-code
           compute ivc-net-amount = buy-quantity(ws-oi-slot) *
             buy-unit-price(ws-oi-slot)
           move buy-tax(ws-oi-slot) to ivc-tax-amount
           move buy-location(ws-oi-slot) to ivc-location
           move buy-operator-id(ws-oi-slot) to ivc-operator
           move buy-lot(ws-oi-slot) to ivc-lot
           perform write-invoice-record
           .

       write-invoice-record section.
           move "|" to ivc-sep-1 ivc-sep-2 ivc-sep-3 ivc-sep-4
             ivc-sep-5 ivc-sep-6 ivc-sep-7 ivc-sep-8 ivc-sep-9
             ivc-sep-10 ivc-sep-11 ivc-sep-12 ivc-sep-13 ivc-sep-14
           perform acquire-exclusive-lock
           open extend invoice-file
           if not ivc-file-ok
               open output invoice-file
           end-if
           write invoice-record
           close invoice-file
           perform release-exclusive-lock
           .

       void-sale-invoice section.
      *> finds the invoice line written for the sale in slot
      *> ws-void-id and appends a cancelling line under the same
      *> invoice number; the number comes back in ws-ivc-number
           move 0 to ws-ivc-number
           open input invoice-file
           if ivc-file-ok
               move "N" to ws-ivc-done
               perform until ws-ivc-done = "Y"
                   read invoice-file
                       at end
                           move "Y" to ws-ivc-done
                       not at end
                           if ivc-issued
                             and ivc-date = buy-date(ws-void-id)
                             and ivc-time = buy-time(ws-void-id)
                             and ivc-product-id =
                               buy-product-id(ws-void-id)
                             and ivc-customer-id =
                               buy-counterparty(ws-void-id)
                             and ivc-quantity =
                               buy-quantity(ws-void-id)
                               move ivc-number to ws-ivc-number
                               move invoice-record to ws-ivc-save
                           end-if
                   end-read
               end-perform
           end-if
           close invoice-file
           if ws-ivc-number > 0
               move ws-ivc-save to invoice-record
               move "V" to ivc-status
               perform write-invoice-record
               move ws-ivc-number to ws-ivc-number-out
               display "Invoice " ws-ivc-number-out
                 " line cancelled"
           end-if
           .

       print-sale-invoice section.
      *> prints invoice ws-ivc-number to its own print file and
      *> closes the invoice in progress
           if ws-ivc-number > 0
               move ws-ivc-number to ws-ivc-number-out
               move spaces to ws-rpt-title ws-rpt-name
               string
                 "INVOICE " delimited by size
                 ws-ivc-number-out delimited by size
                 into ws-rpt-title
               end-string
               string
                 "Invoice_" delimited by size
                 ws-ivc-number-out delimited by size
                 into ws-rpt-name
               end-string
               perform open-report-print-file
               perform print-invoice-body
               perform close-report-output
           end-if
           move 0 to ws-ivc-number
           move 0 to ws-ivc-so-number
           .

       reprint-invoice section.
           display "Reprint Invoice"
           display "Enter the invoice number: "
           accept ws-numeric-input
           if function test-numval(ws-numeric-input) = 0
               compute ws-ivc-number =
                 function numval(ws-numeric-input)
               perform print-sale-invoice
           else
               display "Invalid entry - nothing printed"
           end-if
           .

       print-invoice-body section.
      *> the invoice lines are read back from invoices.dat, so a
      *> reprint shows exactly the prices and tax that were charged
           move 0 to ws-ivc-line-count
           move 0 to ws-ivc-subtotal ws-ivc-tax-total
           move "N" to ws-ivc-found
           open input invoice-file
           if ivc-file-ok
               move "N" to ws-ivc-done
               perform until ws-ivc-done = "Y"
                   read invoice-file
                       at end
                           move "Y" to ws-ivc-done
                       not at end
                           if ivc-number = ws-ivc-number
                               perform print-one-invoice-line
                           end-if
                   end-read
               end-perform
           end-if
           close invoice-file

           if ws-ivc-found = "N"
               string
                 "Invoice " delimited by size
                 ws-ivc-number-out delimited by size
                 " is not on file" delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           else
               perform put-report-line
               move ws-ivc-subtotal to ws-ivc-total-disp
               string
                 "                         SUBTOTAL     "
                   delimited by size
                 ws-ivc-total-disp delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               move ws-ivc-tax-total to ws-ivc-total-disp
               string
                 "                         SALES TAX    "
                   delimited by size
                 ws-ivc-total-disp delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               compute ws-ivc-total-disp =
                 ws-ivc-subtotal + ws-ivc-tax-total
               string
                 "                         INVOICE TOTAL"
                   delimited by size
                 ws-ivc-total-disp delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           .

       print-invoice-heading section.
           string
             "Invoice number : " delimited by size
             ws-ivc-number-out delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           string
             "Invoice date   : " delimited by size
             ivc-date delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           if ivc-so-number > 0
               string
                 "Sales order    : " delimited by size
                 ivc-so-number delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               move ivc-so-number to ws-cpo-so-wanted
               perform find-so-customer-po
               if ws-cpo-ref-found not = spaces
                   string
                     "Your order     : " delimited by size
                     function trim(ws-cpo-ref-found)
                       delimited by size
                     into rpt-detail
                   end-string
                   perform put-report-line
               end-if
           end-if
           if ivc-customer-id > 0
               perform get-counterparty-details(ivc-customer-id)
               string
                 "Bill to        : " delimited by size
                 ivc-customer-id delimited by size
                 " " delimited by size
                 function trim(ws-cpty-lookup-name) delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               if ws-cpty-lookup-contact not = spaces
                   string
                     "                 " delimited by size
                     function trim(ws-cpty-lookup-contact)
                       delimited by size
                     into rpt-detail
                   end-string
                   perform put-report-line
               end-if
           else
               move "Bill to        : CASH SALE" to rpt-detail
               perform put-report-line
           end-if
           perform put-report-line
           string
             "LINE|PROD_ID  |DESCRIPTION             |QTY      |"
               delimited by size
             "UNIT PRICE  |TAX |EXTENDED" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       print-one-invoice-line section.
           if ws-ivc-found = "N"
               move "Y" to ws-ivc-found
               perform print-invoice-heading
           end-if
           add 1 to ws-ivc-line-count
           perform get-product-details(ivc-product-id)
           if ivc-voided
               compute ws-ivc-net = 0 - ivc-net-amount
               compute ws-ivc-tax = 0 - ivc-tax-amount
               move "VOID" to ws-ivc-status-text
           else
               move ivc-net-amount to ws-ivc-net
               move ivc-tax-amount to ws-ivc-tax
               move spaces to ws-ivc-status-text
           end-if
           add ws-ivc-net to ws-ivc-subtotal
           add ws-ivc-tax to ws-ivc-tax-total
           move ws-ivc-line-count to ws-ivc-line-disp
           move ivc-quantity to ws-ivc-qty-disp
           move ivc-unit-price to ws-ivc-price-disp
           move ws-ivc-net to ws-ivc-net-disp
           string
             ws-ivc-line-disp delimited by size
             "|" delimited by size
             ivc-product-id delimited by size
             "|" delimited by size
             ws-product-name(1:24) delimited by size
             "|" delimited by size
             ws-ivc-qty-disp delimited by size
             "|" delimited by size
             ws-ivc-price-disp delimited by size
             "|" delimited by size
             ivc-tax-code delimited by size
             "|" delimited by size
             ws-ivc-net-disp delimited by size
             " " delimited by size
             ws-ivc-status-text delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       invoice-register section.
      *> lists every invoice line issued on the date (or range)
      *> asked for; cancelled lines count negative so the totals tie
      *> to the REV and TAX credits of the GL export for the dates
           display "Invoice Register"
           display "Enter From Date (yyyymmdd, blank = today): "
           move spaces to ws-ivc-date-text
           accept ws-ivc-date-text
           if ws-ivc-date-text is numeric
               move ws-ivc-date-text to ws-ivc-from-date
           else
               accept ws-ivc-from-date from date yyyymmdd
           end-if
           display "Enter To Date (yyyymmdd, blank = same day): "
           move spaces to ws-ivc-date-text
           accept ws-ivc-date-text
           if ws-ivc-date-text is numeric
               move ws-ivc-date-text to ws-ivc-to-date
           else
               move ws-ivc-from-date to ws-ivc-to-date
           end-if

           move "DAILY INVOICE REGISTER" to ws-rpt-title
           move "InvoiceRegister" to ws-rpt-name
           perform open-report-output
           string
             "INVOICE|DATE    |SO    |CUSTOMER |NAME"
               delimited by size
             "                |PROD_ID  |QTY      |TAX |"
               delimited by size
             "NET         |TAX         |ST" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move 0 to ws-ivc-reg-count ws-ivc-reg-net ws-ivc-reg-tax

           open input invoice-file
           if ivc-file-ok
               move "N" to ws-ivc-done
               perform until ws-ivc-done = "Y"
                   read invoice-file
                       at end
                           move "Y" to ws-ivc-done
                       not at end
                           if ivc-date >= ws-ivc-from-date
                             and ivc-date <= ws-ivc-to-date
                               perform register-one-invoice-line
                           end-if
                   end-read
               end-perform
           end-if
           close invoice-file

           perform put-report-line
           move ws-ivc-reg-count to ws-ivc-qty-disp
           string
             "Invoice lines listed      : " delimited by size
             ws-ivc-qty-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move ws-ivc-reg-net to ws-ivc-total-disp
           string
             "Total invoiced (REV)      : " delimited by size
             ws-ivc-total-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move ws-ivc-reg-tax to ws-ivc-total-disp
           string
             "Total sales tax (TAX)     : " delimited by size
             ws-ivc-total-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           compute ws-ivc-total-disp = ws-ivc-reg-net + ws-ivc-reg-tax
           string
             "Total billed to AR        : " delimited by size
             ws-ivc-total-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line

           perform tie-register-to-gl
           perform close-report-output
           .

       register-one-invoice-line section.
           add 1 to ws-ivc-reg-count
           if ivc-customer-id > 0
               perform get-counterparty-details(ivc-customer-id)
           else
               move "CASH SALE" to ws-cpty-lookup-name
           end-if
           if ivc-voided
               compute ws-ivc-net = 0 - ivc-net-amount
               compute ws-ivc-tax = 0 - ivc-tax-amount
           else
               move ivc-net-amount to ws-ivc-net
               move ivc-tax-amount to ws-ivc-tax
           end-if
           add ws-ivc-net to ws-ivc-reg-net
           add ws-ivc-tax to ws-ivc-reg-tax
           move ivc-quantity to ws-ivc-qty-disp
           move ws-ivc-net to ws-ivc-net-disp
           move ws-ivc-tax to ws-ivc-tax-disp
           string
             ivc-number delimited by size
             " |" delimited by size
             ivc-date delimited by size
             "|" delimited by size
             ivc-so-number delimited by size
             "|" delimited by size
             ivc-customer-id delimited by size
             "|" delimited by size
             ws-cpty-lookup-name(1:20) delimited by size
             "|" delimited by size
             ivc-product-id delimited by size
             "|" delimited by size
             ws-ivc-qty-disp delimited by size
             "|" delimited by size
             ivc-tax-code delimited by size
             "|" delimited by size
             ws-ivc-net-disp delimited by size
             "|" delimited by size
             ws-ivc-tax-disp delimited by size
             "|" delimited by size
             ivc-status delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           .

       tie-register-to-gl section.
      *> replays the posted history for the same dates through the
      *> GL tally and sets its REV and TAX credits beside the
      *> register totals; sales still waiting in pending.dat reach
      *> the GL only once the transaction log is printed.
      *> Drop-ship sales are invoiced without entering the history,
      *> so they are tallied from dropship.dat as the export does.
           perform load-gl-accounts
           move ws-ivc-from-date to ws-hist-from-date
           move ws-ivc-to-date to ws-hist-to-date
           move "G" to ws-hist-mode
           move 0 to ws-gl-trn-count
           perform scan-history-range
           perform tally-drop-ships
           move "R" to ws-hist-mode
           move 0 to ws-ivc-gl-rev ws-ivc-gl-tax
           declare i as binary-long = 1
           perform until i > ws-gl-account-count
               if gla-key(i) = "REV"
                   move gla-credits(i) to ws-ivc-gl-rev
               end-if
               if gla-key(i) = "TAX"
                   move gla-credits(i) to ws-ivc-gl-tax
               end-if
               add 1 to i
           end-perform
           move ws-ivc-gl-rev to ws-ivc-total-disp
           string
             "GL export REV credits     : " delimited by size
             ws-ivc-total-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           move ws-ivc-gl-tax to ws-ivc-total-disp
           string
             "GL export TAX credits     : " delimited by size
             ws-ivc-total-disp delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           if ws-ivc-gl-rev = ws-ivc-reg-net
             and ws-ivc-gl-tax = ws-ivc-reg-tax
               move "Register ties to the GL export" to rpt-detail
           else
               string
                 "*** Register does not tie to the GL export - "
                   delimited by size
                 "print the transaction log and rerun ***"
                   delimited by size
                 into rpt-detail
               end-string
           end-if
           perform put-report-line
           .

       ensure-location-file section.
           open input location-file
           if not location-file-ok
           end-perform
           .

       get-valid-stock-location section.
      *> as get-valid-location, for stock that is to be sold,
      *> shipped or moved - the quarantine location is refused
           perform get-valid-location
           perform until ws-location-code not = ws-quarantine-location
               display "Stock at " ws-quarantine-location
                 " is quarantined and can only be written off - "
                 "choose another location"
               perform get-valid-location
           end-perform
           .

       transfer-stock section.
           if purchase-record-id + 1 > ws-max-purchase-records
               display "Pending transaction table is full - "
               display "No product on file with ID " ws-xfer-prod
           else
               display "Transfer FROM which location?"
               perform get-valid-stock-location
               move ws-location-code to ws-xfer-from
               display "Transfer TO which location?"
               perform get-valid-location
           perform check-current-period-open
           move ws-xfer-from to ws-io-location
           perform get-inventory-quantity(ws-xfer-prod)
           move "Y" to ws-alloc-ok
           if ws-period-ok = "Y"
             and inv-found and ws-inv-quantity >= ws-xfer-qty
               perform get-allocated-quantity(ws-xfer-prod)
               if ws-inv-quantity - ws-xfer-qty < ws-alloc-total
                   perform get-product-details(ws-xfer-prod)
                   move ws-xfer-prod to ws-ovr-product
                   move 0 to ws-ovr-cpty
                   move ws-xfer-qty to ws-ovr-qty
                   compute ws-ovr-amount =
                     ws-xfer-qty * ws-product-cost
                   move "XFER" to ws-ovr-source
                   perform confirm-allocated-stock-use
               end-if
           end-if
           if ws-period-ok = "Y"
             and inv-found and ws-inv-quantity >= ws-xfer-qty
             and ws-alloc-ok = "Y"
      *> relieve the sending location's layers and carry their value
      *> into the receiving location
               move "F" to ws-layer-direction
                 ws-xfer-prod " from " ws-xfer-from " to " ws-xfer-to
           else
               if ws-period-ok = "Y"
                   if ws-alloc-ok = "N"
                       display "Transfer cancelled."
                   else
                       display "Transfer cancelled - only "
                         ws-inv-quantity " on hand at " ws-xfer-from
                   end-if
               end-if
           end-if
           perform release-exclusive-lock
           display " - Return to Vendor        (V, v)"
           display " - Shrink / Adjustment     (A, a)"
           display " - Maintain Reason Codes   (R, r)"
           display " - Expired Stock Sweep     (E, e)"
           display " - Write Off Quarantine    (W, w)"
           display " - Near-Expiry Report      (N, n)"
           display " - Back                    (Q, q)"
           accept sub-input
           if sub-input = "C" or sub-input = "c"
           if sub-input = "R" or sub-input = "r"
               perform maintain-reason-codes
           end-if
           if sub-input = "E" or sub-input = "e"
               perform run-expiry-sweep
           end-if
           if sub-input = "W" or sub-input = "w"
               perform check-supervisor
               if ws-auth-ok = "Y"
                   perform write-off-quarantine
               end-if
           end-if
           if sub-input = "N" or sub-input = "n"
               perform near-expiry-report
           end-if
           .

       customer-return section.
               end-if
            end-if
           end-if
           perform release-exclusive-lock
           .

       ensure-quarantine-location section.
      *> expired stock is held at its own location so that it can
      *> never be picked - make sure it is on file
           move ws-quarantine-location to ws-location-code
           perform lookup-location
           if not location-found
               open extend location-file
               move spaces to location-record
               string
                 ws-quarantine-location delimited by size
                 "|Expired stock quarantine" delimited by size
                 into location-record
               end-string
               write location-record
               close location-file
           end-if
           .

       ensure-expiry-reason section.
      *> quarantined stock is written off under the EXP reason code
           move "EXP" to ws-reason-code
           perform lookup-reason
           if not reason-found
               open extend reason-file
               move "EXP|Expired stock" to reason-record
               write reason-record
               close reason-file
           end-if
           .

       run-expiry-sweep section.
      *> moves every cost layer that is past its expiry date out of
      *> its location into quarantine - a TOut / TIn pair at the
      *> layer's own cost, lot and expiry - so that it can no longer
      *> be sold, shipped or transferred. Write-off follows once a
      *> supervisor has reviewed it.
           perform ensure-quarantine-location
           accept ws-exp-today from date yyyymmdd
           perform acquire-exclusive-lock
           perform check-current-period-open
           if ws-period-ok = "Y"
               perform collect-expired-layers
               move "EXPIRED STOCK MOVED TO QUARANTINE" to ws-rpt-title
               move "Expiry_Sweep" to ws-rpt-name
               perform open-report-print-file
               string
                 "PROD_ID  |FROM|LOT       |EXPIRY  |" delimited by size
                 "QUANTITY |VALUE" delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               move 0 to ws-exp-total-qty ws-exp-total-value
               move 1 to ws-exp-slot
               perform until ws-exp-slot > ws-exp-count
                   perform quarantine-expired-layer
                   add 1 to ws-exp-slot
               end-perform
               if ws-exp-total-qty = 0
                   move "(no expired stock found)" to rpt-detail
               else
                   move ws-exp-total-qty to ws-exp-qty-disp
                   move ws-exp-total-value to ws-exp-value-disp
                   string
                     "Moved to " delimited by size
                     ws-quarantine-location delimited by size
                     ": " delimited by size
                     function trim(ws-exp-qty-disp) delimited by size
                     " units, value " delimited by size
                     function trim(ws-exp-value-disp)
                       delimited by size
                     into rpt-detail
                   end-string
               end-if
               perform put-report-line
               perform close-report-output
           end-if
           perform release-exclusive-lock
           .

       collect-expired-layers section.
      *> the layers are noted first and moved afterwards so the scan
      *> is not disturbed by the layers the sweep itself writes
           move 0 to ws-exp-count
           perform open-layers-input
           move 0 to layer-product-id
           move spaces to layer-location
           move 0 to layer-seq
           start cost-layers key >= layer-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-exp-done
                   perform until ws-exp-done = "Y"
                       read cost-layers next record
                           at end
                               move "Y" to ws-exp-done
                           not at end
                               if layer-quantity > 0
                                 and layer-expiry > 0
                                 and layer-expiry < ws-exp-today
                                 and layer-location not =
                                   ws-quarantine-location
                                   perform add-expired-layer
                               end-if
                       end-read
                   end-perform
           end-start
           close cost-layers
           .

       add-expired-layer section.
           if ws-exp-count >= ws-max-exp-entries
               display "WARNING: more expired layers than one sweep "
                 "handles - run the sweep again for the rest"
               move "Y" to ws-exp-done
           else
               add 1 to ws-exp-count
               move layer-product-id to expe-product-id(ws-exp-count)
               move layer-location to expe-location(ws-exp-count)
               move layer-seq to expe-seq(ws-exp-count)
               move layer-quantity to expe-quantity(ws-exp-count)
           end-if
           .

       quarantine-expired-layer section.
           if purchase-record-id + 1 > ws-max-purchase-records
               display "Pending transaction table is full - "
                 "printing the transaction log to make room"
               perform print-transaction-log
           end-if
      *> the whole layer leaves its location
           move 0 to ws-exp-moved
           perform open-layers-io
           move expe-product-id(ws-exp-slot) to layer-product-id
           move expe-location(ws-exp-slot) to layer-location
           move expe-seq(ws-exp-slot) to layer-seq
           read cost-layers key is layer-key
               invalid key
                   continue
               not invalid key
                   if layer-quantity > 0
                       move layer-quantity to ws-exp-moved
                       move layer-unit-cost to ws-exp-cost
                       move layer-lot to ws-exp-lot
                       move layer-expiry to ws-exp-expiry
                       delete cost-layers record
                   end-if
           end-read
           close cost-layers
           if ws-exp-moved > 0
               move expe-location(ws-exp-slot) to ws-exp-from
               compute ws-exp-value = ws-exp-moved * ws-exp-cost
               move ws-exp-from to ws-io-location
               if ws-exp-lot not = spaces
                   move ws-exp-lot to ws-trace-lot
                   move "I" to ws-trace-dir
                   move "TOut" to ws-trace-type
                   move expe-product-id(ws-exp-slot) to ws-trace-prod
                   move ws-exp-moved to ws-trace-qty
                   move ws-exp-expiry to ws-trace-expiry
                   move 0 to ws-trace-cpty
                   perform append-lot-trace
               end-if

               move "TOut" to buy-type(purchase-record-id)
               move ws-exp-from to buy-location(purchase-record-id)
               perform fill-expiry-movement
               compute ws-inv-delta = 0 - ws-exp-moved
               perform update-inventory(expe-product-id(ws-exp-slot)
                 ws-inv-delta)
               perform stage-transaction(purchase-record-id)
               add 1 to purchase-record-id

               move "TIn " to buy-type(purchase-record-id)
               move ws-quarantine-location to
                 buy-location(purchase-record-id)
               perform fill-expiry-movement
               move ws-quarantine-location to ws-io-location
               move ws-exp-cost to ws-layer-cost
               move ws-exp-lot to ws-layer-lot
               move ws-exp-expiry to ws-layer-expiry
               move "TIn " to ws-trace-type
               perform create-cost-layer(expe-product-id(ws-exp-slot)
                 ws-exp-moved)
               move ws-exp-moved to ws-inv-delta
               perform update-inventory(expe-product-id(ws-exp-slot)
                 ws-inv-delta)
               perform stage-transaction(purchase-record-id)
               add 1 to purchase-record-id

               add ws-exp-moved to ws-exp-total-qty
               add ws-exp-value to ws-exp-total-value
               move expe-product-id(ws-exp-slot) to ws-exp-prod-out
               move ws-exp-moved to ws-exp-qty-disp
               move ws-exp-value to ws-exp-value-disp
               string
                 ws-exp-prod-out delimited by size
                 "|" delimited by size
                 ws-exp-from delimited by size
                 "|" delimited by size
                 ws-exp-lot delimited by size
                 "|" delimited by size
                 ws-exp-expiry delimited by size
                 "|" delimited by size
                 ws-exp-qty-disp delimited by size
                 "|" delimited by size
                 ws-exp-value-disp delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           .

       fill-expiry-movement section.
      *> fields common to both legs of a quarantine move; the caller
      *> has set buy-type and buy-location
           move expe-product-id(ws-exp-slot) to
             buy-product-id(purchase-record-id)
           move ws-exp-moved to buy-quantity(purchase-record-id)
           accept buy-date(purchase-record-id) from date yyyymmdd
           accept buy-time(purchase-record-id) from time
           move ws-operator-id to buy-operator-id(purchase-record-id)
           move "EXP" to buy-reason(purchase-record-id)
           move 0 to buy-counterparty(purchase-record-id)
           move 0 to buy-po-number(purchase-record-id)
           move 0 to buy-po-line(purchase-record-id)
           move 0 to buy-unit-price(purchase-record-id)
           move ws-exp-value to buy-cogs(purchase-record-id)
           move ws-exp-lot to buy-lot(purchase-record-id)
           move 0 to buy-tax(purchase-record-id)
           move spaces to buy-tax-code(purchase-record-id)
           .

       write-off-quarantine section.
      *> supervisor review of the quarantine location: each product
      *> held there is shown with its lots and, once confirmed, the
      *> whole quantity is adjusted out under reason code EXP
           perform ensure-quarantine-location
           perform ensure-expiry-reason
           perform acquire-exclusive-lock
           perform check-current-period-open
           if ws-period-ok = "Y"
               perform collect-quarantine-stock
               if ws-exp-count = 0
                   display "Nothing is held at "
                     ws-quarantine-location
               end-if
               move 0 to ws-exp-total-qty ws-exp-total-value
               move 1 to ws-exp-slot
               perform until ws-exp-slot > ws-exp-count
                   perform write-off-quarantine-product
                   add 1 to ws-exp-slot
               end-perform
               if ws-exp-total-qty > 0
                   move ws-exp-total-qty to ws-exp-qty-disp
                   move ws-exp-total-value to ws-exp-value-disp
                   display "Written off: "
                     function trim(ws-exp-qty-disp) " units, value "
                     function trim(ws-exp-value-disp)
               end-if
           end-if
           perform release-exclusive-lock
           .

       collect-quarantine-stock section.
           move 0 to ws-exp-count
           perform open-inventory-input
           move 0 to inv-product-id
           move spaces to inv-location
           start inventory key >= inv-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-exp-done
                   perform until ws-exp-done = "Y"
                       read inventory next record
                           at end
                               move "Y" to ws-exp-done
                           not at end
                               if inv-location =
                                 ws-quarantine-location
                                 and inv-quantity > 0
                                   perform add-quarantine-product
                               end-if
                       end-read
                   end-perform
           end-start
           close inventory
           .

       add-quarantine-product section.
           if ws-exp-count >= ws-max-exp-entries
               display "WARNING: more quarantined products than one "
                 "review handles - run the write-off again for the "
                 "rest"
               move "Y" to ws-exp-done
           else
               add 1 to ws-exp-count
               move inv-product-id to expe-product-id(ws-exp-count)
               move inv-location to expe-location(ws-exp-count)
               move 0 to expe-seq(ws-exp-count)
               move inv-quantity to expe-quantity(ws-exp-count)
           end-if
           .

       write-off-quarantine-product section.
           if purchase-record-id > ws-max-purchase-records
               display "Pending transaction table is full - "
                 "printing the transaction log to make room"
               perform print-transaction-log
           end-if
           move expe-quantity(ws-exp-slot) to ws-exp-qty-disp
           perform get-product-details(expe-product-id(ws-exp-slot))
           display " "
           display "Product " expe-product-id(ws-exp-slot) " "
             function trim(ws-product-name) " - "
             function trim(ws-exp-qty-disp) " in quarantine"
           perform list-quarantine-lots
           display "Write this stock off as expired? (Y/N): "
           move space to ws-exp-answer
           accept ws-exp-answer
           if ws-exp-answer = "Y" or ws-exp-answer = "y"
               move expe-product-id(ws-exp-slot) to
                 buy-product-id(purchase-record-id)
               move expe-quantity(ws-exp-slot) to
                 buy-quantity(purchase-record-id)
               move "Adj-" to buy-type(purchase-record-id)
               accept buy-date(purchase-record-id) from date yyyymmdd
               accept buy-time(purchase-record-id) from time
               move ws-operator-id to
                 buy-operator-id(purchase-record-id)
               move "EXP" to buy-reason(purchase-record-id)
               move 0 to buy-counterparty(purchase-record-id)
               move 0 to buy-po-number(purchase-record-id)
               move 0 to buy-po-line(purchase-record-id)
               move 0 to buy-unit-price(purchase-record-id)
               move ws-quarantine-location to
                 buy-location(purchase-record-id)
               move 0 to buy-tax(purchase-record-id)
               move spaces to buy-tax-code(purchase-record-id)
               move ws-quarantine-location to ws-io-location
               move "F" to ws-layer-direction
               move "Y" to ws-layer-update
               move "Adj-" to ws-trace-type
               perform consume-cost-layers(
                 buy-product-id(purchase-record-id)
                 buy-quantity(purchase-record-id))
               move ws-fifo-cogs to buy-cogs(purchase-record-id)
               move ws-first-lot to buy-lot(purchase-record-id)
               compute ws-inv-delta =
                 0 - buy-quantity(purchase-record-id)
               perform update-inventory(
                 buy-product-id(purchase-record-id) ws-inv-delta)
               perform stage-transaction(purchase-record-id)
               add 1 to purchase-record-id
               add expe-quantity(ws-exp-slot) to ws-exp-total-qty
               add ws-fifo-cogs to ws-exp-total-value
               display "Written off under reason EXP"
           else
               display "Left in quarantine"
           end-if
           .

       list-quarantine-lots section.
           perform open-layers-input
           move expe-product-id(ws-exp-slot) to layer-product-id
           move ws-quarantine-location to layer-location
           move 0 to layer-seq
           start cost-layers key >= layer-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-exp-done
                   perform until ws-exp-done = "Y"
                       read cost-layers next record
                           at end
                               move "Y" to ws-exp-done
                           not at end
                               if layer-product-id not =
                                 expe-product-id(ws-exp-slot)
                                 or layer-location not =
                                   ws-quarantine-location
                                   move "Y" to ws-exp-done
                               else
                                   move layer-quantity to
                                     ws-exp-qty-disp
                                   display "  LOT " layer-lot
                                     " EXPIRED " layer-expiry
                                     " QTY " ws-exp-qty-disp
                                     " UNIT COST " layer-unit-cost
                               end-if
                       end-read
                   end-perform
           end-start
           close cost-layers
           .

       near-expiry-report section.
      *> stock outside quarantine whose lots expire within the next
      *> 90 days, in 30-day bands, plus anything already past its
      *> date that the sweep has not yet moved
           accept ws-exp-today from date yyyymmdd
           compute ws-exp-today-int =
             function integer-of-date(ws-exp-today)
           initialize exp-bucket-totals
           move "NEAR-EXPIRY STOCK - NEXT 90 DAYS" to ws-rpt-title
           move "Near_Expiry" to ws-rpt-name
           perform open-report-output
           string
             "PROD_ID  |LOC |LOT       |EXPIRY  |DAYS |BAND   |"
               delimited by size
             "QUANTITY |VALUE" delimited by size
             into rpt-detail
           end-string
           perform put-report-line
           perform open-layers-input
           move 0 to layer-product-id
           move spaces to layer-location
           move 0 to layer-seq
           start cost-layers key >= layer-key
               invalid key
                   continue
               not invalid key
                   move "N" to ws-exp-done
                   perform until ws-exp-done = "Y"
                       read cost-layers next record
                           at end
                               move "Y" to ws-exp-done
                           not at end
                               if layer-quantity > 0
                                 and layer-expiry > 0
                                 and layer-location not =
                                   ws-quarantine-location
                                 and function test-date-yyyymmdd(
                                   layer-expiry) = 0
                                   perform print-near-expiry-layer
                               end-if
                       end-read
                   end-perform
           end-start
           close cost-layers
           move 0 to ws-exp-total-qty
           move 1 to ws-exp-bucket-no
           perform until ws-exp-bucket-no > 4
               add expb-qty(ws-exp-bucket-no) to ws-exp-total-qty
               move expb-qty(ws-exp-bucket-no) to ws-exp-qty-disp
               move expb-value(ws-exp-bucket-no) to ws-exp-value-disp
               string
                 "Total " delimited by size
                 exp-bucket-name(ws-exp-bucket-no) delimited by size
                 " qty " delimited by size
                 ws-exp-qty-disp delimited by size
                 " value " delimited by size
                 ws-exp-value-disp delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
               add 1 to ws-exp-bucket-no
           end-perform
           if ws-exp-total-qty = 0
               move "(no stock expiring in the next 90 days)" to
                 rpt-detail
               perform put-report-line
           end-if
           perform close-report-output
           .

       print-near-expiry-layer section.
           compute ws-exp-days =
             function integer-of-date(layer-expiry) - ws-exp-today-int
           if ws-exp-days <= 90
               evaluate true
                   when ws-exp-days < 0
                       move 1 to ws-exp-bucket-no
                   when ws-exp-days <= 30
                       move 2 to ws-exp-bucket-no
                   when ws-exp-days <= 60
                       move 3 to ws-exp-bucket-no
                   when other
                       move 4 to ws-exp-bucket-no
               end-evaluate
               compute ws-exp-value = layer-quantity * layer-unit-cost
               add layer-quantity to expb-qty(ws-exp-bucket-no)
               add ws-exp-value to expb-value(ws-exp-bucket-no)
               move layer-product-id to ws-exp-prod-out
               move ws-exp-days to ws-exp-days-disp
               move layer-quantity to ws-exp-qty-disp
               move ws-exp-value to ws-exp-value-disp
               string
                 ws-exp-prod-out delimited by size
                 "|" delimited by size
                 layer-location delimited by size
                 "|" delimited by size
                 layer-lot delimited by size
                 "|" delimited by size
                 layer-expiry delimited by size
                 "|" delimited by size
                 ws-exp-days-disp delimited by size
                 "|" delimited by size
                 exp-bucket-name(ws-exp-bucket-no) delimited by size
                 "|" delimited by size
                 ws-exp-qty-disp delimited by size
                 "|" delimited by size
                 ws-exp-value-disp delimited by size
                 into rpt-detail
               end-string
               perform put-report-line
           end-if
           .

       ensure-taxcode-file section.

           perform scan-history-range
           move "R" to ws-hist-mode
           perform tally-drop-ship-tax

           display "TAX_CODE|TAXABLE_SALES|TAX_COLLECTED"
           move 1 to ws-tax-slot
           end-if
           .

       tally-drop-ship-tax section.
      *> drop-ship sales are invoiced without passing through the
      *> transaction history, so their tax is added from dropship.dat
           perform open-dropship-input
           move "N" to ws-dsh-done
           perform until ws-dsh-done = "Y"
               read dropship-orders next record
                   at end
                       move "Y" to ws-dsh-done
                   not at end
                       if dsh-confirmed
                         and dsh-confirm-date >= ws-hist-from-date
                         and dsh-confirm-date <= ws-hist-to-date
                         and dsh-tax-code not = spaces
                         and dsh-sale-tax not = 0
                           perform tally-drop-ship-tax-line
                       end-if
               end-read
           end-perform
           close dropship-orders
           .

       tally-drop-ship-tax-line section.
           move 0 to ws-tax-slot
           move 1 to ws-scan-slot
           perform until ws-scan-slot > ws-tax-count
             or ws-tax-slot > 0
               if taxe-code(ws-scan-slot) = dsh-tax-code
                   move ws-scan-slot to ws-tax-slot
               end-if
               add 1 to ws-scan-slot
           end-perform
           if ws-tax-slot = 0
               if ws-tax-count >= ws-max-tax-codes
                   display "WARNING: tax code table is full"
               else
                   add 1 to ws-tax-count
                   move ws-tax-count to ws-tax-slot
                   move dsh-tax-code to taxe-code(ws-tax-slot)
                   move 0 to taxe-sales(ws-tax-slot)
                   move 0 to taxe-tax(ws-tax-slot)
               end-if
           end-if
           if ws-tax-slot > 0
               add dsh-sale-net to taxe-sales(ws-tax-slot)
               add dsh-sale-tax to taxe-tax(ws-tax-slot)
           end-if
           .

       maintain-tax-codes section.
           display "Tax codes on file (code|rate|description):"
           perform ensure-taxcode-file
           move "QUANTITY" to ihdr-quantity
           move "THRESHOLD" to ihdr-threshold
           move "LAST_COUNT" to ihdr-last-count
           move "ALLOCATED" to ihdr-allocated
           move "AVAILABLE" to ihdr-available
           move "ALERT" to ihdr-alert
           move "|" to ihdr-sep-1 ihdr-sep-2 ihdr-sep-3 ihdr-sep-4
             ihdr-sep-5 ihdr-sep-6 ihdr-sep-7
           move inventory-header to rpt-detail
           perform put-report-line

                       if inv-quantity <= inv-reorder-threshold
                           move "*** LOW STOCK ***" to ws-low-stock-flag
                       end-if
                       move inv-location to ws-io-location
                       perform get-allocated-quantity(inv-product-id)
                       move ws-alloc-total to ws-alloc-qty-disp
                       compute ws-alloc-available =
                         inv-quantity - ws-alloc-total
                       move ws-alloc-available to ws-alloc-avail-disp
                       string
                         inv-product-id delimited by size
                         "|" delimited by size
                         "|" delimited by size
                         inv-last-count-date delimited by size
                         "|" delimited by size
                         ws-alloc-qty-disp delimited by size
                         "|" delimited by size
                         ws-alloc-avail-disp delimited by size
                         "|" delimited by size
                         ws-low-stock-flag delimited by size
                         into rpt-detail
                       end-string
           move "QUANTITY" to ihdr-quantity
           move "THRESHOLD" to ihdr-threshold
           move "LAST_COUNT" to ihdr-last-count
           move "ALLOCATED" to ihdr-allocated
           move "AVAILABLE" to ihdr-available
           move "ALERT" to ihdr-alert
           move "|" to ihdr-sep-1 ihdr-sep-2 ihdr-sep-3 ihdr-sep-4
             ihdr-sep-5 ihdr-sep-6 ihdr-sep-7
           display inventory-header

           perform open-inventory-input
                               move "*** LOW STOCK ***" to
                                 ws-low-stock-flag
                           end-if
                           move inv-location to ws-io-location
                           perform get-allocated-quantity(
                             inv-product-id)
                           move ws-alloc-total to ws-alloc-qty-disp
                           compute ws-alloc-available =
                             inv-quantity - ws-alloc-total
                           move ws-alloc-available to
                             ws-alloc-avail-disp
                           display
                             inv-product-id "|"
                             inv-location "|"
                             inv-quantity "|"
                             inv-reorder-threshold "|"
                             inv-last-count-date "|"
                             ws-alloc-qty-disp "|"
                             ws-alloc-avail-disp "|"
                             ws-low-stock-flag
                       end-if
               end-read

       finish-sell-product section.
           display "Sell from which location?"
           perform get-valid-stock-location
           move ws-location-code to buy-location(purchase-record-id)
           display "Enter the quantity to sell: "
           perform get-valid-quantity
                   perform get-inventory-quantity(
                     buy-product-id(purchase-record-id))
               end-if
               perform exclude-expired-stock(
                 buy-product-id(purchase-record-id))
               if inv-found and ws-inv-quantity + ws-inv-delta >= 0
                   move "Y" to ws-sale-ok
      *> stock promised to open sales orders is not free to sell
                   perform get-allocated-quantity(
                     buy-product-id(purchase-record-id))
                   if ws-inv-quantity + ws-inv-delta < ws-alloc-total
                       perform set-sale-override-details
                       perform confirm-allocated-stock-use
                       move ws-alloc-ok to ws-sale-ok
                   end-if
               else
                   display "WARNING: only " ws-inv-quantity
                     " on hand - this sale would take the product "
                     "negative"
                   perform set-sale-override-details
                   move "OVRSEL" to ws-ovr-control
                   move ws-inv-quantity to ws-ovr-limit
                   move buy-quantity(purchase-record-id) to
                     ws-ovr-actual
                   move buy-location(purchase-record-id) to
                     ws-ovr-location
                   if operator-is-supervisor
                       display "Override and sell anyway? (Y/N): "
                       accept ws-override-answer
                       if ws-override-answer = "Y"
                         or ws-override-answer = "y"
                           move "Y" to ws-sale-ok
                           move "G" to ws-ovr-decision
                       else
                           move "D" to ws-ovr-decision
                       end-if
                   else
                       display "Overselling requires a supervisor - "
                         "sale not posted"
                       move "R" to ws-ovr-decision
                   end-if
                   perform record-override
               end-if
           end-if

               move ws-effective-price to
                 buy-unit-price(purchase-record-id)
               perform compute-sale-tax
               move "E" to ws-layer-direction
               move "Y" to ws-layer-update
               move "Sell" to ws-trace-type
               move buy-counterparty(purchase-record-id) to
               perform update-inventory(
                 buy-product-id(purchase-record-id) ws-inv-delta)
               perform stage-transaction(purchase-record-id)
               move 0 to ws-ivc-number
               move 0 to ws-ivc-so-number
               perform subledger-post-staged
               add 1 to purchase-record-id
               perform print-sale-invoice
           else
               if ws-period-ok = "Y"
                   display "Sale cancelled."
           accept layer-date from date yyyymmdd
           move ws-layer-lot to layer-lot
           move ws-layer-expiry to layer-expiry
           move layer-seq to ws-layer-last-seq
           write layer-template
               invalid key
                   display "ERROR: unable to write cost layer for "
                     "product " t-prod-id
                   move 0 to ws-layer-last-seq
           end-write
           close cost-layers
           if ws-layer-lot not = spaces
                                    t-qty as binary-long).
      *> Relieves t-qty units from the product's cost layers, oldest
      *> first (newest first when ws-layer-direction is "L"), leaving
      *> the actual cost of the units in ws-fifo-cogs. With "E" the
      *> dated lots go first, earliest expiry first, then the rest
      *> oldest first; lots already past their expiry are never
      *> taken. Units beyond
      *> what the layers hold are valued at the current catalog cost.
      *> With ws-layer-update "N" the layers are only tallied, not
      *> relieved. The location comes from ws-io-location.
           else
               perform open-layers-input
           end-if
           accept ws-fefo-today from date yyyymmdd
           if layer-fefo and layer-update-file
               perform consume-layers-fefo(t-prod-id)
           end-if
           if layer-lifo
               perform consume-layers-lifo(t-prod-id)
           else
               perform consume-layers-fifo(t-prod-id)
           end-if
           close cost-layers
           if ws-layer-qty-needed > 0
                                   ws-io-location
                                   move 1 to eof
                               else
      *> an expired lot is bound for quarantine, not the customer
                                   if layer-fefo
                                     and layer-expiry > 0
                                     and layer-expiry < ws-fefo-today
                                       continue
                                   else
                                       perform consume-one-layer
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           .

       exclude-expired-stock section (t-prod-id as binary-long).
      *> takes the units in lots past their expiry at ws-io-location
      *> out of ws-inv-quantity: FEFO picking will not issue them,
      *> so a sale or shipment may only count on the rest
           move 0 to ws-expired-qty
           accept ws-fefo-today from date yyyymmdd
           perform open-layers-input
           move t-prod-id to layer-product-id
           move ws-io-location to layer-location
           move 0 to layer-seq
           start cost-layers key >= layer-key
               invalid key
                   continue
               not invalid key
                   declare eof as binary-char = 0
                   perform until eof = 1
                       read cost-layers next record
                           at end
                               move 1 to eof
                           not at end
                               if layer-product-id not = t-prod-id
                                 or layer-location not =
                                   ws-io-location
                                   move 1 to eof
                               else
                                   if layer-quantity > 0
                                     and layer-expiry > 0
                                     and layer-expiry < ws-fefo-today
                                       add layer-quantity to
                                         ws-expired-qty
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           close cost-layers
           if ws-expired-qty > 0
               subtract ws-expired-qty from ws-inv-quantity
               display "  " ws-expired-qty " unit(s) at "
                 ws-io-location " are past expiry and held for the "
                 "quarantine sweep"
           end-if
           .

       consume-layers-lifo section (t-prod-id as binary-long).
           end-perform
           .

       consume-layers-fefo section (t-prod-id as binary-long).
      *> layers already past their expiry are left for the
      *> quarantine sweep; undated layers follow on oldest first
           declare again as binary-char = 1
           perform until again = 0 or ws-layer-qty-needed = 0
               perform find-fefo-layer(t-prod-id)
               if ws-fefo-layer-seq = 0
                   move 0 to again
               else
                   move t-prod-id to layer-product-id
                   move ws-io-location to layer-location
                   move ws-fefo-layer-seq to layer-seq
                   read cost-layers key is layer-key
                       invalid key
                           move 0 to again
                       not invalid key
                           perform consume-one-layer
                   end-read
               end-if
           end-perform
           .

       find-fefo-layer section (t-prod-id as binary-long).
      *> earliest-expiring in-date layer with stock left, if any
           move 0 to ws-fefo-layer-seq
           move 0 to ws-fefo-layer-expiry
           move t-prod-id to layer-product-id
           move ws-io-location to layer-location
           move 0 to layer-seq
           start cost-layers key >= layer-key
               invalid key
                   continue
               not invalid key
                   declare eof as binary-char = 0
                   perform until eof = 1
                       read cost-layers next record
                           at end
                               move 1 to eof
                           not at end
                               if layer-product-id not = t-prod-id
                                 or layer-location not =
                                   ws-io-location
                                   move 1 to eof
                               else
                                   if layer-quantity > 0
                                     and layer-expiry > 0
                                     and layer-expiry >= ws-fefo-today
                                     and (ws-fefo-layer-seq = 0
                                     or layer-expiry <
                                       ws-fefo-layer-expiry)
                                       move layer-seq to
                                         ws-fefo-layer-seq
                                       move layer-expiry to
                                         ws-fefo-layer-expiry
                                   end-if
                               end-if
                       end-read
                   end-perform
           end-start
           .

       find-newest-layer section (t-prod-id as binary-long).
           move 0 to ws-newest-layer-seq
           move t-prod-id to layer-product-id
               compute ws-fifo-cogs = ws-fifo-cogs +
                 ws-layer-take * layer-unit-cost
               subtract ws-layer-take from ws-layer-qty-needed
               if ws-shp-capture = "Y" and layer-update-file
                   perform add-packing-slip-lot
               end-if
               if layer-update-file and layer-lot not = spaces
                   if ws-first-lot = spaces
                       move layer-lot to ws-first-lot
           display "Write this report to a print file? (Y/N): "
           accept ws-rpt-answer
           if ws-rpt-answer = "Y" or ws-rpt-answer = "y"
               perform open-report-print-file
           end-if
           .

       open-report-print-file section.
      *> opens the print file named by ws-rpt-name without asking -
      *> documents such as invoices are always printed
           move "mkdir -p Reports" to ws-util-cmd
           call "SYSTEM" using ws-util-cmd
           accept ws-log-date from date yyyymmdd
           accept ws-log-time from time
           move spaces to ws-report-filename
           string
             "Reports/" delimited by size
             function trim(ws-rpt-name) delimited by size
             "_" delimited by size
             ws-log-date delimited by size
             "_" delimited by size
             ws-log-time delimited by size
             ".txt" delimited by size
             into ws-report-filename
           end-string
           open output report-print
           move "Y" to ws-rpt-open
           move 0 to ws-rpt-page
           perform write-report-page-header
           .

       write-report-page-header section.
           add 1 to ws-rpt-page
           move ws-rpt-page to ws-rpt-page-disp
      *> cross-checks the id sequence files against the highest id
      *> on file
           display "Data File Integrity Check"
           move 0 to ws-vfy-errors ws-vfy-total
           perform verify-products-file
           perform verify-inventory-file
           perform verify-layers-file
           perform verify-so-file
           perform verify-open-items-file
           perform verify-history-file
           perform verify-invoice-file
           perform verify-allocation-file
           perform verify-standing-file
           perform verify-fxitem-file
           perform verify-dropship-file
           if ws-vfy-errors = 0
               display "All data files verify clean."
           else
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                           if product-id > ws-vfy-max
                               move product-id to ws-vfy-max
                           end-if
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                   end-read
               end-perform
               close inventory
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                   end-read
               end-perform
               close cost-layers
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                           if po-number > ws-vfy-max
                               move po-number to ws-vfy-max
                           end-if
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                           if cpty-id > ws-vfy-max
                               move cpty-id to ws-vfy-max
                           end-if
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                   end-read
               end-perform
               close operators
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                           if so-number > ws-vfy-max
                               move so-number to ws-vfy-max
                           end-if
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                   end-read
               end-perform
               close open-items
           end-if
           .

       verify-allocation-file section.
           move 0 to ws-vfy-count
           open input so-allocations
           if alloc-file-missing
               display "so_alloc.dat: not on file (will be "
                 "created on first use)"
               close so-allocations
           else
            if not alloc-file-ok
               display "so_alloc.dat: OPEN FAILED, status "
                 ws-alloc-status
               add 1 to ws-vfy-errors
               close so-allocations
            else
               move "N" to ws-vfy-done
               perform until ws-vfy-done = "Y"
                   read so-allocations next record
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                   end-read
               end-perform
               close so-allocations
               display "so_alloc.dat: " ws-vfy-count
                 " record(s)"
            end-if
           end-if
           .

       verify-standing-file section.
           move 0 to ws-vfy-count
           open input standing-orders
           if sto-file-missing
               display "standing.dat: not on file (will be "
                 "created on first use)"
               close standing-orders
           else
            if not sto-file-ok
               display "standing.dat: OPEN FAILED, status "
                 ws-sto-status
               add 1 to ws-vfy-errors
               close standing-orders
            else
               move "N" to ws-vfy-done
               perform until ws-vfy-done = "Y"
                   read standing-orders next record
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                   end-read
               end-perform
               close standing-orders
               display "standing.dat: " ws-vfy-count
                 " record(s)"
            end-if
           end-if
           .

       verify-fxitem-file section.
           move 0 to ws-vfy-count
           open input fx-open-items
           if fxi-file-missing
               display "fx_items.dat: not on file (will be "
                 "created on first use)"
               close fx-open-items
           else
            if not fxi-file-ok
               display "fx_items.dat: OPEN FAILED, status "
                 ws-fxi-status
               add 1 to ws-vfy-errors
               close fx-open-items
            else
               move "N" to ws-vfy-done
               perform until ws-vfy-done = "Y"
                   read fx-open-items next record
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                   end-read
               end-perform
               close fx-open-items
               display "fx_items.dat: " ws-vfy-count
                 " record(s)"
            end-if
           end-if
           .

       verify-dropship-file section.
           move 0 to ws-vfy-count
           open input dropship-orders
           if dsh-file-missing
               display "dropship.dat: not on file (will be "
                 "created on first use)"
               close dropship-orders
           else
            if not dsh-file-ok
               display "dropship.dat: OPEN FAILED, status "
                 ws-dsh-status
               add 1 to ws-vfy-errors
               close dropship-orders
            else
               move "N" to ws-vfy-done
               perform until ws-vfy-done = "Y"
                   read dropship-orders next record
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                   end-read
               end-perform
               close dropship-orders
               display "dropship.dat: " ws-vfy-count
                 " record(s)"
            end-if
           end-if
           .

       verify-history-file section.
           move 0 to ws-vfy-count
           open input history-file
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                   end-read
               end-perform
               close history-file
           end-if
           .

       verify-invoice-file section.
           move 0 to ws-vfy-count ws-vfy-max
           open input invoice-file
           if not ivc-file-ok
               display "invoices.dat: not on file (will be created "
                 "on first sale)"
               close invoice-file
           else
               move "N" to ws-vfy-done
               perform until ws-vfy-done = "Y"
                   read invoice-file
                       at end
                           move "Y" to ws-vfy-done
                       not at end
                           add 1 to ws-vfy-count ws-vfy-total
                           if ivc-number is numeric
                             and ivc-number > ws-vfy-max
                               move ivc-number to ws-vfy-max
                           end-if
                   end-read
               end-perform
               close invoice-file
               display "invoices.dat: " ws-vfy-count
                 " line(s), highest invoice " ws-vfy-max
               perform verify-invoice-sequence
           end-if
           .

       verify-invoice-sequence section.
           move 0 to ws-vfy-seq
           open input invoice-sequence
           if ivc-seq-ok
               read invoice-sequence
                   at end
                       continue
                   not at end
                       if ivc-sequence-record is numeric
                           move ivc-sequence-record to ws-vfy-seq
                       end-if
               end-read
               close invoice-sequence
               if ws-vfy-seq < ws-vfy-max
                   display "inv_seq.dat: BEHIND the highest invoice "
                     "number (" ws-vfy-seq " < " ws-vfy-max ")"
                   add 1 to ws-vfy-errors
               else
                   display "inv_seq.dat: " ws-vfy-seq " (ok)"
               end-if
           else
               close invoice-sequence
               display "inv_seq.dat: not on file (rebuilt on next "
                 "invoice)"
           end-if
           .

       reload-upgraded-files section.
      *> one-time conversion after a record-layout upgrade: each
      *> indexed file that opens with status 39 is set aside under
                   display "ERROR: duplicate product " oldp-id
                     " skipped during reload"
           end-write
           add 1 to ws-vfy-count ws-vfy-total
           .

       reload-counterparty-file section.
           move oldc-name to cpty-name
           move oldc-contact to cpty-contact
           move oldc-status to cpty-status
           move oldc-credit-limit to cpty-credit-limit
           move oldc-taxable to cpty-taxable
           move ws-home-currency to cpty-currency
           write counterparty-template
               invalid key
                   display "ERROR: duplicate counterparty " oldc-id
                     " skipped during reload"
           end-write
           add 1 to ws-vfy-count ws-vfy-total
           .

       reload-layers-file section.
                   display "ERROR: duplicate layer for product "
                     oldl-product-id " skipped during reload"
           end-write
           add 1 to ws-vfy-count ws-vfy-total
           .

       backup-data-files section.
           move "mkdir -p Backups" to ws-util-cmd
           call "SYSTEM" using ws-util-cmd

           move 0 to ws-bkp-copied ws-bkp-failed
           move 1 to ws-bkp-slot
           perform until ws-bkp-slot > ws-max-backup-files
               perform backup-one-file
           perform release-exclusive-lock
           display ws-bkp-copied " file(s) copied to generation "
             ws-backup-stamp
           if ws-bkp-failed > 0
               display "ERROR: " ws-bkp-failed " file(s) could not "
                 "be copied - this generation is incomplete"
           end-if
           .

       backup-one-file section.
                 into ws-util-cmd
               end-string
               call "SYSTEM" using ws-util-cmd
               if return-code not = 0
                   add 1 to ws-bkp-failed
                   display "ERROR: backup copy of "
                     function trim(backup-file-name(ws-bkp-slot))
                     " failed"
               end-if
      *> prune beyond the last seven generations of this file
               move spaces to ws-util-cmd
               string

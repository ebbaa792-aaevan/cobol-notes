      * maintenance audit log written by
      * VCHMNT01's WRITE-VOUCHER-RECORD,
      * REWRITE-VOUCHER-RECORD and DELETE-
      * VOUCHER-RECORD paragraphs, and by
      * the master-table maintenance
      * programs through PLAUDMST.CBL.  Line
      * sequential and append-only, same
      * as SLSKPVCH.CBL and SLVOIDLG.CBL -
      * an audit entry is recorded here,

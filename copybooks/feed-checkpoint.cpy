      *> Record layout of the comms feed checkpoint
      *> (tuning_checkpoint.txt), one record per feed file that
      *> tuning_trouble has followed in continuous-feed mode. The feed
      *> is one stream file appended to all night; each run picks up
      *> at TFC-Bytes, processes only what was appended since, and
      *> rewrites the record.
      *>   TFC-Bytes       bytes of the feed file already processed
      *>   TFC-Chars       stream characters already processed (line
      *>                   ends are not stream characters); marker and
      *>                   payload offsets are counted in these
      *>   TFC-Window-Len  start-of-message window the feed is followed
      *>                   with - it stays as set by the first run
      *>   TFC-Last-SOP    offset of the last start-of-packet marker
      *>   TFC-Last-SOM    offset of the last start-of-message marker;
      *>                   its payload is still open
      *>   TFC-Pend-LEN    payload characters held so far behind it
      *>   TFC-Pend        the held payload (first 200 characters)
      *>   TFC-Head-Sum    checksum of the first 64 bytes of the feed
      *>   TFC-Tail-Sum    checksum of the 64 bytes ending at TFC-Bytes
      *>   TFC-Tail        the last 100 stream characters (the trailing
      *>                   window the marker tests resume from)
      *> A feed now shorter than TFC-Bytes has been truncated, and one
      *> whose head or tail checksum no longer agrees has been
      *> replaced; either is reported and the record left as it is -
      *> drop the feed's record to follow it again from the start.
       01 TFC-REC.
         02 TFC-Feed PIC X(40).
         02 TFC-Date PIC X(8).
         02 TFC-Time PIC X(6).
         02 TFC-Bytes PIC 9(12).
         02 TFC-Chars PIC 9(12).
         02 TFC-Window-Len PIC 9(3).
         02 TFC-Last-SOP PIC 9(12).
         02 TFC-Last-SOM PIC 9(12).
         02 TFC-Pend-LEN PIC 9(3).
         02 TFC-Pend PIC X(200).
         02 TFC-Head-Sum PIC 9(8).
         02 TFC-Tail-Sum PIC 9(8).
         02 TFC-Tail PIC X(100).

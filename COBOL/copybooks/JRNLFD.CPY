           05  filler                  pic x value space.
           05  mj-action               pic x.
           05  filler                  pic x value space.
           05  mj-before               pic x(120).
           05  filler                  pic x value space.
           05  mj-after                pic x(120).
